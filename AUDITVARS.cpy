       77 WS-AUD-OPERACAO           PIC X(10) VALUE SPACES.
       77 WS-AUD-DETALHE            PIC X(40) VALUE SPACES.
       77 WS-AUD-OPERADOR           PIC X(15) VALUE SPACES.
      *ENCADEAMENTO DA TRILHA: CADA LINHA LEVA O SEQUENCIAL E O ELO,
      *CALCULADO SOBRE O ELO DA LINHA ANTERIOR E O CONTEUDO DA LINHA
       77 WS-AUD-SEQ                PIC 9(07) VALUE ZEROS.
       77 WS-AUD-ELO                PIC 9(10) VALUE ZEROS.
       77 WS-AUD-EOF                PIC X     VALUE 'N'.
          88 AUD-EOF                VALUE 'S' FALSE 'N'.
      *'S' = WS-AUD-ULTIMA JA TRAZ A ULTIMA LINHA DO ARQUIVO ANTERIOR
      *(ROTACAO), USADA SE O LOG CORRENTE AINDA ESTIVER VAZIO
       77 WS-AUD-HERDA              PIC X     VALUE 'N'.
          88 AUD-HERDA              VALUE 'S' FALSE 'N'.
       01 WS-AUD-LINHA              PIC X(120) VALUE SPACES.
       01 WS-AUD-ULTIMA             PIC X(120) VALUE SPACES.
       01 FILLER REDEFINES WS-AUD-ULTIMA.
          03 FILLER                 PIC X(95).
          03 WS-AUD-U-SEQ           PIC X(07).
          03 FILLER                 PIC X(01).
          03 WS-AUD-U-ELO           PIC X(10).
          03 FILLER                 PIC X(07).
      *BLOCO DO CALCULO DO ELO: ELO ANTERIOR + LINHA ATE O SEQUENCIAL
       01 WS-AUD-BLOCO.
          03 WS-AUD-BL-ELO          PIC 9(10).
          03 WS-AUD-BL-LINHA        PIC X(102).
       01 FILLER REDEFINES WS-AUD-BLOCO.
          03 WS-AUD-BL-CAR          PIC X(01) OCCURS 112 TIMES.
      *TABELA DE CARACTERES: A POSICAO DO CARACTER NA TABELA E O
      *VALOR USADO NO CALCULO (FORA DA TABELA VALE 96)
       01 WS-AUD-ALFABETO.
          03 FILLER                 PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          03 FILLER                 PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
          03 FILLER                 PIC X(10) VALUE
             '0123456789'.
          03 FILLER                 PIC X(33) VALUE
             ' !"#$%&''()*+,-./:;<=>?@[\]^_`{|}~'.
       77 WS-AUD-CAR                PIC X(01) VALUE SPACES.
       77 WS-AUD-COD                PIC 9(03) VALUE ZEROS.
       77 WS-AUD-I                  PIC 9(03) VALUE ZEROS.
       77 WS-AUD-ACUM               PIC 9(10) VALUE ZEROS.
       77 WS-AUD-PRODUTO            PIC 9(15) VALUE ZEROS.
       77 WS-AUD-QUOCIENTE          PIC 9(15) VALUE ZEROS.
