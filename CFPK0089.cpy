      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS DADOS DE PAGAMENTO DOS PROFESSORES -
      *          CFP001S98.DAT
      *          COMPLEMENTO DO CADASTRO DE PROFESSORES (CFP001S18),
      *          MESMA CHAVE: VALOR DA HORA-AULA, DEPENDENTES PARA O
      *          IRRF, CPF E A CONTA DE CREDITO DO SALARIO (BANCO
      *          ZERO = SEM CONTA, PAGAMENTO FORA DO ARQUIVO DE
      *          CREDITO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-SALPROF.
           03  ID-PROF-SAL             PIC 9(03).
           03  VL-HORA-AULA            PIC 9(03)V9(02).
           03  QT-DEPEND-SAL           PIC 9(02).
           03  NR-CPF-SAL              PIC 9(11).
           03  CD-BANCO-SAL            PIC 9(03).
           03  NR-AGENCIA-SAL          PIC 9(05).
           03  NR-CONTA-SAL            PIC 9(10).
           03  DG-CONTA-SAL            PIC X(01).
           03  DT-ATUALIZ-SAL          PIC 9(08).
           03  OP-SALPROF              PIC X(15).
