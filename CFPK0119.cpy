      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS RESPOSTAS DA PESQUISA DE EGRESSOS -
      *          CFP001S127.DAT
      *          UMA RESPOSTA POR EGRESSO (CFP001S126) EM CADA RODADA
      *          ANUAL DA PESQUISA DE ACOMPANHAMENTO, COM O DESTINO E
      *          A INSTITUICAO. TP-DESTINO-PQE: U = UNIVERSIDADE,
      *          T = CURSO TECNICO, E = EMPREGO, O = OUTRA ESCOLA,
      *          N = SEM ESTUDO OU TRABALHO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PESQEGR.
           03  ID-PESQEGR.
               05  ID-ALUNO-PQE        PIC 9(05).
               05  ANO-RODADA-PQE      PIC 9(04).
           03  TP-DESTINO-PQE          PIC X(01).
               88  DESTINO-VALIDO      VALUE 'U' 'T' 'E' 'O' 'N'.
           03  NM-INSTITUICAO-PQE      PIC X(30).
           03  DS-CURSO-PQE            PIC X(30).
           03  DT-RESPOSTA-PQE         PIC 9(08).
           03  OP-PESQEGR              PIC X(15).
