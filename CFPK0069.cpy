      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE PATRIMONIO - CFP001S78.DAT
      *          UM REGISTRO POR BEM (CHAVE = NUMERO DA PLAQUETA):
      *          MOBILIARIO, PROJETORES, COMPUTADORES E EQUIPAMENTOS
      *          DE LABORATORIO, COM AQUISICAO, VIDA UTIL PARA A
      *          DEPRECIACAO, ESTADO DE CONSERVACAO E A SALA ONDE SE
      *          ENCONTRA (MESMO NOME DA SALA DO QUADRO DE HORARIOS
      *          CFP001S21). AS TRANSFERENCIAS FICAM NO CFP001S79.
      *          TIPO: M=MOBILIARIO, P=PROJETOR, C=COMPUTADOR,
      *          L=LABORATORIO, O=OUTROS; CONSERVACAO: B=BOM,
      *          R=REGULAR, P=PRECARIO, I=INSERVIVEL; SITUACAO:
      *          A=ATIVO, B=BAIXADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PATRIMONIO.
           03  NR-PLAQUETA             PIC 9(06).
           03  DS-BEM                  PIC X(40).
           03  TP-BEM                  PIC X(01).
           03  DT-AQUISICAO            PIC 9(08).
           03  VL-AQUISICAO            PIC 9(07)V9(02).
           03  NR-VIDA-UTIL            PIC 9(02).
           03  ST-CONSERVACAO          PIC X(01).
           03  NM-SALA-PAT             PIC X(10).
           03  ST-PATRIMONIO           PIC X(01).
           03  DT-BAIXA-PAT            PIC 9(08).
           03  DT-INVENTARIO-PAT       PIC 9(08).
           03  DT-CADASTRO-PAT         PIC 9(08).
           03  OP-PATRIMONIO           PIC X(15).
