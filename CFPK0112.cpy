      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NEGATIVACOES - CFP001S120.DAT
      *          UM REGISTRO POR MENSALIDADE (CFP001S37) ENVIADA AO
      *          BIRO DE CREDITO PELO NEGATIVA, COM O VALOR ENVIADO, A
      *          MARCA DE PROTESTO EM CARTORIO E OS DADOS DO
      *          RESPONSAVEL USADOS NA INCLUSAO (REPETIDOS NA BAIXA).
      *          ST-NEGATIVACAO: I = INCLUIDA NO BIRO, B = BAIXADA
      *          (DEBITO QUITADO, ARQUIVO DE BAIXA GERADO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-NEGATIVACAO.
           03  ID-NEGATIVACAO.
               05  ID-ALUNO-NEG        PIC 9(05).
               05  AAAAMM-NEG          PIC 9(06).
           03  DT-VENC-NEG             PIC 9(08).
           03  VL-DEBITO-NEG           PIC 9(07)V9(02).
           03  FL-PROTESTO-NEG         PIC X(01).
           03  NM-RESP-NEG             PIC X(20).
           03  PARENTESCO-NEG          PIC X(10).
           03  TL-RESP-NEG             PIC 9(09).
           03  NM-ALUNO-NEG            PIC X(20).
           03  NR-DOCUMENTO-NEG        PIC X(15).
           03  ST-NEGATIVACAO          PIC X(01).
               88  NEG-INCLUIDA        VALUE 'I'.
               88  NEG-BAIXADA         VALUE 'B'.
           03  DT-INCLUSAO-NEG         PIC 9(08).
           03  OP-INCLUSAO-NEG         PIC X(15).
           03  DT-BAIXA-NEG            PIC 9(08).
           03  OR-BAIXA-NEG            PIC X(10).
           03  FILLER                  PIC X(20).
