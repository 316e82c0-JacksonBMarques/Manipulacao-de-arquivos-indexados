      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ACESSOS PELA CATRACA -
      *          CFP001S121.DAT
      *          UMA PASSAGEM DO ALUNO PELA CATRACA (LEITURA DO CODIGO
      *          DE BARRAS DA CARTEIRINHA, CFP001S86), IMPORTADA DO
      *          ARQUIVO DIARIO DO EQUIPAMENTO PELO CATRACA. A CHAVE
      *          ALUNO + DATA + HORA + SENTIDO DESCARTA A LEITURA
      *          REPETIDA NO MESMO MINUTO. TP-MOVIMENTO-ACS: E =
      *          ENTRADA, S = SAIDA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ACESSO.
           03  ID-ACESSO.
               05  ID-ALUNO-ACS        PIC 9(05).
               05  DT-ACESSO           PIC 9(08).
               05  HR-ACESSO           PIC 9(04).
               05  TP-MOVIMENTO-ACS    PIC X(01).
                   88  ACS-ENTRADA     VALUE 'E'.
                   88  ACS-SAIDA       VALUE 'S'.
           03  CD-BARRAS-ACS           PIC 9(12).
           03  DT-IMPORTACAO-ACS       PIC 9(08).
           03  OP-IMPORTACAO-ACS       PIC X(15).
           03  FILLER                  PIC X(20).
