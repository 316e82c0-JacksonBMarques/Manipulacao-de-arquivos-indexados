      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE EGRESSOS - CFP001S126.DAT
      *          UM REGISTRO POR EX-ALUNO, CARREGADO DO LIVRO DE
      *          REGISTRO DE CERTIFICADOS (CFP001S87, CONCLUINTES) E
      *          DOS ALUNOS TRANSFERIDOS (ST-ALUNO F NO CFP001S1).
      *          GUARDA O CONSENTIMENTO PARA CONTATO (BRANCO = AINDA
      *          NAO CONSULTADO) E OS DADOS DE CONTATO PROPRIOS DO
      *          EGRESSO, QUE SOBREVIVEM AO EXPURGO DO CADASTRO DE
      *          ALUNOS QUANDO HA CONSENTIMENTO. TP-SAIDA-EGR:
      *          C = CONCLUINTE, T = TRANSFERIDO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-EGRESSO.
           03  ID-ALUNO-EGR            PIC 9(05).
           03  NM-ALUNO-EGR            PIC X(20).
           03  TP-SAIDA-EGR            PIC X(01).
               88  EGR-CONCLUINTE      VALUE 'C'.
               88  EGR-TRANSFERIDO     VALUE 'T'.
           03  ANO-SAIDA-EGR           PIC 9(04).
           03  ID-SERIE-EGR            PIC 9(02).
           03  NR-REGISTRO-EGR         PIC 9(05).
           03  FL-CONSENTE-EGR         PIC X(01).
               88  EGR-CONSENTE        VALUE 'S'.
               88  EGR-RECUSA          VALUE 'N'.
               88  EGR-NAO-CONSULTADO  VALUE ' '.
           03  DT-CONSENTE-EGR         PIC 9(08).
           03  TL-EGR.
               05  TL-PREFIXO-EGR      PIC 9(05).
               05  TL-SUFIXO-EGR       PIC 9(04).
           03  EM-EGR                  PIC X(40).
           03  EN-EGR                  PIC X(40).
           03  DT-INCLUSAO-EGR         PIC 9(08).
           03  DT-ATUALIZ-EGR          PIC 9(08).
           03  OP-EGRESSO              PIC X(15).
