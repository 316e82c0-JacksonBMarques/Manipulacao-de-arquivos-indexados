      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PLANO EDUCACIONAL INDIVIDUALIZADO (PEI) -
      *          CFP001S131.DAT
      *          UM REGISTRO POR ALUNO COM DEFICIENCIA OU NECESSIDADE
      *          DE APRENDIZAGEM: TIPO DA NECESSIDADE, ADAPTACOES,
      *          PROFISSIONAL DE APOIO E CRITERIO GERAL DA AVALIACAO
      *          ADAPTADA. O CRITERIO PROPRIO DE UMA MATERIA FICA NO
      *          CFP001S132 E AS REVISOES BIMESTRAIS NO CFP001S133.
      *          TP-NECESSIDADE-PEI: DF = DEFICIENCIA FISICA,
      *          DV = VISUAL, DA = AUDITIVA, DI = INTELECTUAL,
      *          DM = MULTIPLA, TA = TRANSTORNO DO ESPECTRO AUTISTA,
      *          AH = ALTAS HABILIDADES, TF = TRANSTORNO FUNCIONAL DE
      *          APRENDIZAGEM (NAO INFORMADO AO CENSO).
      *          ST-PEI: A = ATIVO, E = ENCERRADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PEI.
           03  ID-ALUNO-PEI            PIC 9(05).
           03  TP-NECESSIDADE-PEI      PIC X(02).
               88  NECESSIDADE-VALIDA  VALUE 'DF' 'DV' 'DA' 'DI' 'DM'
                                             'TA' 'AH' 'TF'.
               88  NECESSIDADE-CENSO   VALUE 'DF' 'DV' 'DA' 'DI' 'DM'
                                             'TA' 'AH'.
           03  DS-NECESSIDADE-PEI      PIC X(40).
           03  FL-LAUDO-PEI            PIC X(01).
           03  DS-ADAPTACAO-PEI        PIC X(60) OCCURS 3 TIMES.
           03  NM-PROF-APOIO-PEI       PIC X(20).
           03  DS-CRITERIO-PEI         PIC X(60).
           03  DT-INICIO-PEI           PIC 9(08).
           03  ST-PEI                  PIC X(01).
               88  PEI-ATIVO           VALUE 'A'.
               88  PEI-ENCERRADO       VALUE 'E'.
           03  DT-ATUALIZ-PEI          PIC 9(08).
           03  OP-PEI                  PIC X(15).
