      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA FOLHA DE PAGAMENTO DOS
      *          PROFESSORES - CFP001S100.DAT
      *          UM REGISTRO POR COMPETENCIA E PROFESSOR: AS AULAS
      *          APURADAS (QUADRO E SUBSTITUICOES DO HORASPROF,
      *          REPOSICOES DADAS E FALTAS SEM SUBSTITUTO), O VALOR DA
      *          HORA-AULA APLICADO E OS VALORES CALCULADOS. O
      *          RECALCULO DA COMPETENCIA REGRAVA OS REGISTROS.
      *          NR-LOTE-CRED: LOTE DO ARQUIVO DE CREDITO (CONTADOR 38)
      *          EM QUE O LIQUIDO FOI ENVIADO (ZERO = SEM CONTA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-FOLHAPAG.
           03  ID-FOLHAPAG.
               05  AAAAMM-FOL          PIC 9(06).
               05  ID-PROF-FOL         PIC 9(03).
           03  QT-AULAS-QUADRO         PIC 9(04).
           03  QT-AULAS-SUBST          PIC 9(04).
           03  QT-REPOSICOES           PIC 9(04).
           03  QT-FALTAS-FOL           PIC 9(04).
           03  QT-AULAS-PAGAS          PIC 9(04).
           03  VL-HORA-FOL             PIC 9(03)V9(02).
           03  VL-AULAS-FOL            PIC 9(07)V9(02).
           03  VL-DSR-FOL              PIC 9(07)V9(02).
           03  VL-BRUTO-FOL            PIC 9(07)V9(02).
           03  VL-INSS-FOL             PIC 9(05)V9(02).
           03  VL-BASE-IR-FOL          PIC 9(07)V9(02).
           03  VL-IRRF-FOL             PIC 9(05)V9(02).
           03  VL-LIQUIDO-FOL          PIC 9(07)V9(02).
           03  DT-CALCULO-FOL          PIC 9(08).
           03  OP-FOLHAPAG             PIC X(15).
           03  NR-LOTE-CRED            PIC 9(05).
