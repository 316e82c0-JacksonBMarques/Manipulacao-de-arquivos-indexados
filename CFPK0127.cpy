      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS CASOS DA ORIENTACAO EDUCACIONAL -
      *          CFP001S135.DAT
      *          UM REGISTRO POR ALUNO ENCAMINHADO A ORIENTADORA POR
      *          PROBLEMA EMOCIONAL, FAMILIAR, DE APRENDIZAGEM OU
      *          SOCIAL, SEPARADO DAS OCORRENCIAS DISCIPLINARES
      *          (CFP001S54). CONTEUDO SIGILOSO: SO O PERFIL
      *          ORIENTACAO LE E GRAVA; O CONSELHO DE CLASSE VE APENAS
      *          QUE HA CASO ABERTO E A FICAI APENAS A SITUACAO SOCIAL
      *          E OS ENCAMINHAMENTOS EXTERNOS. AS SESSOES, CONTATOS
      *          E ENCAMINHAMENTOS FICAM NO CFP001S136.
      *          TP-ORIGEM-ORI: P = PROFESSOR, C = COORDENACAO/
      *          DIRECAO, F = FAMILIA, A = O PROPRIO ALUNO,
      *          E = SERVICO EXTERNO, O = OUTRO.
      *          TP-MOTIVO-ORI: E = EMOCIONAL, F = FAMILIAR,
      *          A = APRENDIZAGEM, S = SOCIAL, O = OUTRO.
      *          FL-SOCIAL-ORI: S = INFREQUENCIA LIGADA A SITUACAO
      *          SOCIAL (ALIMENTA A FICAI).
      *          ST-CASO-ORI: A = ABERTO, M = EM ACOMPANHAMENTO,
      *          E = ENCERRADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CASOORI.
           03  ID-ALUNO-ORI            PIC 9(05).
           03  TP-ORIGEM-ORI           PIC X(01).
               88  ORIGEM-VALIDA       VALUE 'P' 'C' 'F' 'A' 'E' 'O'.
           03  NM-ORIGEM-ORI           PIC X(20).
           03  TP-MOTIVO-ORI           PIC X(01).
               88  MOTIVO-VALIDO       VALUE 'E' 'F' 'A' 'S' 'O'.
           03  DS-MOTIVO-ORI           PIC X(60).
           03  FL-SOCIAL-ORI           PIC X(01).
               88  CASO-SOCIAL         VALUE 'S'.
           03  ST-CASO-ORI             PIC X(01).
               88  CASO-ABERTO         VALUE 'A' 'M'.
               88  CASO-ENCERRADO      VALUE 'E'.
           03  DT-ABERTURA-ORI         PIC 9(08).
           03  DT-ENCERRA-ORI          PIC 9(08).
           03  NR-ULT-SEQ-ORI          PIC 9(03).
           03  DT-ATUALIZ-ORI          PIC 9(08).
           03  OP-ORI                  PIC X(15).
