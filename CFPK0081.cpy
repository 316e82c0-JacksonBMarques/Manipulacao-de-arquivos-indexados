      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CONTA FAMILIA - CFP001S90.DAT
      *          AGRUPA OS IRMAOS QUE TEM O MESMO RESPONSAVEL
      *          FINANCEIRO (CFP001S19) PARA A COBRANCA CONSOLIDADA.
      *          O NUMERO DA FAMILIA VEM DO CONTADOR 35 DO CFP001S8;
      *          NOME E TELEFONE SAO OS DO RESPONSAVEL DO ALUNO
      *          TITULAR, E SO ENTRAM NA FAMILIA OS ALUNOS QUE TEM
      *          RESPONSAVEL COM O MESMO NOME E TELEFONE.
      *          ST-FAMILIA: A = ATIVA, I = INATIVA (COBRANCA VOLTA A
      *          SER INDIVIDUAL)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-FAMILIA.
           03  ID-FAMILIA              PIC 9(05).
           03  ID-ALUNO-TIT-FAM        PIC 9(05).
           03  NM-RESP-FAM             PIC X(20).
           03  PARENTESCO-FAM          PIC X(10).
           03  TL-RESP-FAM             PIC 9(09).
           03  ST-FAMILIA              PIC X(01).
           03  DT-CADASTRO-FAM         PIC 9(08).
           03  OP-FAMILIA              PIC X(15).
