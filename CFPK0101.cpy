      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE IMPRESSORAS - CFP001S109.DAT
      *          CADA IMPRESSORA TEM UM NOME, O TIPO (L=LASER
      *          M=MATRICIAL J=JATO DE TINTA), O DESTINO DA SAIDA (FILA
      *          OU PORTA DE IMPRESSAO, OU CAMINHO DE ARQUIVO) E ATE
      *          CINCO TIPOS DE DOCUMENTO DA FILA (CFP001S108) QUE ELA
      *          RECEBE POR PADRAO. INATIVA (I) NAO RECEBE ENVIOS
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-IMPRESSORA.
           03  NM-IMPRESSORA           PIC X(15).
           03  DS-IMPRESSORA           PIC X(30).
           03  TP-IMPRESSORA           PIC X(01).
           03  DS-DESTINO-IMP          PIC X(100).
           03  TP-DOC-IMP              PIC X(10) OCCURS 5 TIMES.
           03  ST-IMPRESSORA           PIC X(01).
           03  OP-IMPRESSORA           PIC X(15).
           03  DT-IMPRESSORA           PIC 9(08).
