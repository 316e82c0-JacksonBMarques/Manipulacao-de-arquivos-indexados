      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS ADAPTACOES DO PEI POR MATERIA -
      *          CFP001S132.DAT
      *          UM REGISTRO POR ALUNO E MATERIA QUE TEM ADAPTACAO E
      *          CRITERIO DE AVALIACAO PROPRIOS; A MATERIA SEM
      *          REGISTRO SEGUE O CRITERIO GERAL DO PEI (CFP001S131)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PEIMAT.
           03  ID-PEIMAT.
               05  ID-ALUNO-PM         PIC 9(05).
               05  ID-MATERIA-PM       PIC 9(05).
           03  DS-ADAPTACAO-PM         PIC X(60).
           03  DS-CRITERIO-PM          PIC X(60).
           03  DT-ATUALIZ-PM           PIC 9(08).
           03  OP-PEIMAT               PIC X(15).
