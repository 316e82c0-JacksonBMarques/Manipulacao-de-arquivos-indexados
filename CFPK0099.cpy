      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO EXTRATO DESNORMALIZADO PARA RELATORIOS -
      *          CFP001T28.AAAA (UM ARQUIVO POR ANO LETIVO)
      *          GERADO TODA NOITE PELO EXTRELAT A PARTIR DAS
      *          SITUACOES (CFP001S3), DO ROTEIRO (CFP001S14), DAS
      *          TURMAS (CFP001S5), DAS SERIES (CFP001S29), DA
      *          FREQUENCIA (CFP001S7) E DAS MENSALIDADES (CFP001S37).
      *          A PRIMEIRA LINHA E O HEADER (TIPO 0) COM A DATA E A
      *          HORA DA GERACAO; AS DEMAIS SAO DETALHES (TIPO 1), UM
      *          POR ALUNO/MATERIA, JA ORDENADOS POR TURMA, ALUNO E
      *          MATERIA. ALUNO DO ROTEIRO SEM LANCAMENTO NO ANO VEM
      *          COM MATERIA ZERO. O FINANCEIRO E O DO ALUNO (REPETIDO
      *          EM TODAS AS LINHAS DELE)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-EXTREL.
           03  TP-REG-EXR              PIC X(01).
               88  EXR-HEADER          VALUE '0'.
               88  EXR-DETALHE         VALUE '1'.
           03  ANO-LETIVO-EXR          PIC 9(04).
           03  ID-TURMA-EXR            PIC 9(03).
           03  NM-TURMA-EXR            PIC X(20).
           03  ID-SERIE-EXR            PIC 9(02).
           03  NM-SERIE-EXR            PIC X(20).
           03  ID-ALUNO-EXR            PIC 9(05).
           03  NM-ALUNO-EXR            PIC X(20).
           03  ID-MATERIA-EXR          PIC 9(05).
           03  NM-MATERIA-EXR          PIC X(20).
           03  NOTA1-EXR               PIC 9(02)V9(02).
           03  NOTA2-EXR               PIC 9(02)V9(02).
           03  NOTA3-EXR               PIC 9(02)V9(02).
           03  NOTA4-EXR               PIC 9(02)V9(02).
           03  MD-ALUNO-EXR            PIC 9(02)V9(02).
           03  ST-APROVACAO-EXR        PIC X(09).
           03  NR-AULAS-EXR            PIC 9(03).
           03  NR-FALTAS-EXR           PIC 9(03).
           03  PC-FREQUENCIA-EXR       PIC 9(03)V9(02).
           03  QT-MEN-ABERTO-EXR       PIC 9(02).
           03  VL-MEN-ABERTO-EXR       PIC 9(06)V9(02).
           03  QT-MEN-VENCIDA-EXR      PIC 9(02).
           03  VL-MENSAL-SERIE-EXR     PIC 9(05)V9(02).
           03  FILLER                  PIC X(01).
       01  REG-EXTREL-CAB.
           03  TP-REG-CAB              PIC X(01).
           03  ANO-LETIVO-CAB          PIC 9(04).
           03  DT-GERACAO-CAB          PIC 9(08).
           03  HR-GERACAO-CAB          PIC 9(06).
           03  QT-DETALHES-CAB         PIC 9(05).
           03  OP-GERACAO-CAB          PIC X(15).
           03  FILLER                  PIC X(121).
