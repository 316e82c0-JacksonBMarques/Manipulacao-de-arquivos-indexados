      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LISTA DE PRESENCA DAS REUNIOES DE PAIS -
      *          CFP001S82.DAT. UM REGISTRO POR REUNIAO, ALUNO DO
      *          ROTEIRO DA TURMA (CFP001S14) E RESPONSAVEL (CFP001S19);
      *          ID-RESP-PR ZERO QUANDO O ALUNO NAO TEM RESPONSAVEL
      *          CADASTRADO. FL-PRESENTE-PR: S = PRESENTE, N = AUSENTE,
      *          BRANCO = AINDA NAO APURADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PRESREU.
           03  ID-PRESREU.
               05  ID-REUNIAO-PR       PIC 9(05).
               05  ID-ALUNO-PR         PIC 9(05).
               05  ID-RESP-PR          PIC 9(05).
           03  ID-TURMA-PR             PIC 9(03).
           03  ANO-LETIVO-PR           PIC 9(04).
           03  NM-ALUNO-PR             PIC X(20).
           03  NM-RESP-PR              PIC X(20).
           03  FL-PRESENTE-PR          PIC X(01).
           03  OP-PRESREU              PIC X(15).
