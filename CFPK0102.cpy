      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE SUSPENSOS DOS PROGRAMAS BATCH -
      *          CFP001S110.DAT
      *          UM REGISTRO POR ITEM REJEITADO NUMA EXECUCAO BATCH,
      *          COM O PROGRAMA DE ORIGEM, O NUMERO DA EXECUCAO NO
      *          CONTROLE DE JOBS (CFP001S25), O CODIGO E A DESCRICAO
      *          DO MOTIVO E A IMAGEM ORIGINAL DO REGISTRO. O ITEM
      *          NASCE ABERTO (A); PELA TELA DE TRATAMENTO (TRATASUS)
      *          O OPERADOR CORRIGE A IMAGEM E REENVIA O ITEM (R) OU O
      *          BAIXA COM UM MOTIVO (B). O PROGRAMA DE ORIGEM
      *          REPROCESSA OS REENVIADOS NA EXECUCAO SEGUINTE E OS
      *          MARCA COMO REPROCESSADOS (P); SE O ITEM FOR REJEITADO
      *          DE NOVO, NASCE UM ITEM NOVO LIGADO AO ANTERIOR
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-SUSPENSO.
           03  ID-SUSPENSO             PIC 9(06).
           03  NM-PROGRAMA-SUS         PIC X(12).
           03  ID-JOB-SUS              PIC 9(05).
           03  DT-SUS                  PIC 9(08).
           03  HR-SUS                  PIC 9(06).
           03  TP-REGISTRO-SUS         PIC X(10).
           03  CD-MOTIVO-SUS           PIC X(04).
               88  SUS-MOT-LAYOUT      VALUE 'LAYO'.
               88  SUS-MOT-NAO-ENCONT  VALUE 'NENC'.
               88  SUS-MOT-DUPLICADO   VALUE 'DUPL'.
               88  SUS-MOT-FAIXA       VALUE 'FAIX'.
               88  SUS-MOT-SITUACAO    VALUE 'SITU'.
               88  SUS-MOT-ESCOPO      VALUE 'ESCO'.
               88  SUS-MOT-GRAVACAO    VALUE 'GRAV'.
           03  DS-MOTIVO-SUS           PIC X(40).
           03  TX-REGISTRO-SUS         PIC X(250).
           03  ST-SUS                  PIC X(01).
               88  SUS-ABERTO          VALUE 'A'.
               88  SUS-REENVIADO       VALUE 'R'.
               88  SUS-REPROCESSADO    VALUE 'P'.
               88  SUS-BAIXADO         VALUE 'B'.
      *    ITEM DE ORIGEM (REJEITADO DE NOVO NO REPROCESSAMENTO) E
      *    ITEM NOVO GERADO QUANDO ESTE FOI REJEITADO DE NOVO
           03  ID-ORIGEM-SUS           PIC 9(06).
           03  ID-NOVO-SUS             PIC 9(06).
      *    TRATAMENTO PELO OPERADOR (REENVIO OU BAIXA)
           03  OP-TRATA-SUS            PIC X(15).
           03  DT-TRATA-SUS            PIC 9(08).
           03  DS-BAIXA-SUS            PIC X(40).
      *    REPROCESSAMENTO PELO PROGRAMA DE ORIGEM
           03  ID-JOB-REPROC-SUS       PIC 9(05).
           03  DT-REPROC-SUS           PIC 9(08).
           03  FILLER                  PIC X(20).
