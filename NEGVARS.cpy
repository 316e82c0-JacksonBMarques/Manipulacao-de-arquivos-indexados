      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES DA BAIXA DE NEGATIVACAO E LAYOUT
      *          FIXO DA LINHA ENVIADA AO BIRO DE CREDITO (VEJA
      *          NEGBAIXA.CPY). A MESMA LINHA SERVE PARA A INCLUSAO
      *          (TIPO I), PARA O PROTESTO EM CARTORIO E PARA A BAIXA
      *          (TIPO E):
      *            POS 001-001  TIPO DO MOVIMENTO (I/E)   X(01)
      *            POS 002-006  CODIGO DO ALUNO           9(05)
      *            POS 007-012  COMPETENCIA AAAAMM        9(06)
      *            POS 013-020  VENCIMENTO AAAAMMDD       9(08)
      *            POS 021-029  VALOR DO DEBITO           9(07)V9(02)
      *            POS 030-030  PROTESTO (S/N)            X(01)
      *            POS 031-050  NOME DO RESPONSAVEL       X(20)
      *            POS 051-060  PARENTESCO                X(10)
      *            POS 061-069  TELEFONE DO RESPONSAVEL   9(09)
      *            POS 070-089  NOME DO ALUNO             X(20)
      *            POS 090-104  DOCUMENTO                 X(15)
      *            POS 105-144  ENDERECO                  X(40)
      *            POS 145-152  DATA DO MOVIMENTO         AAAAMMDD
      ******************************************************************
       77 WS-NEG-FN                 PIC 99     VALUE ZEROS.
          88 NEG-FN-OK              VALUE 0.
       77 WS-NEG-FB                 PIC 99     VALUE ZEROS.
          88 NEG-FB-OK              VALUE 0.
       77 WS-NEG-ALUNO              PIC 9(05)  VALUE ZEROS.
       77 WS-NEG-AAAAMM             PIC 9(06)  VALUE ZEROS.
       77 WS-NEG-PROGRAMA           PIC X(10)  VALUE SPACES.
       77 WS-NEG-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-NEG-BAIXADA            PIC X      VALUE 'N'.
          88 NEG-BAIXA-GERADA       VALUE 'S' FALSE 'N'.
       01 WS-NEG-LINHA.
          03 WS-NEG-TIPO            PIC X(01).
          03 WS-NEG-COD-ALUNO       PIC 9(05).
          03 WS-NEG-COMPETENCIA     PIC 9(06).
          03 WS-NEG-VENCIMENTO      PIC 9(08).
          03 WS-NEG-VALOR           PIC 9(07)V9(02).
          03 WS-NEG-PROTESTO        PIC X(01).
          03 WS-NEG-NM-RESP         PIC X(20).
          03 WS-NEG-PARENTESCO      PIC X(10).
          03 WS-NEG-TELEFONE        PIC 9(09).
          03 WS-NEG-NM-ALUNO        PIC X(20).
          03 WS-NEG-DOCUMENTO       PIC X(15).
          03 WS-NEG-ENDERECO        PIC X(40).
          03 WS-NEG-DT-MOVIMENTO    PIC 9(08).
       01 WS-NEG-LINHA-X REDEFINES WS-NEG-LINHA.
          03 WS-NEG-TEXTO           PIC X(152).
