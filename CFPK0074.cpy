      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS ATIVIDADES EXTRACURRICULARES (ESCOLINHAS)
      *          - CFP001S83.DAT. UMA ATIVIDADE PAGA (FUTSAL,
      *          ROBOTICA, MUSICA...) COM O PROFESSOR DO CFP001S18, O
      *          HORARIO, O NUMERO DE VAGAS E O VALOR MENSAL COBRADO
      *          JUNTO COM A MENSALIDADE. ST-ATIVIDADE: A = ATIVA,
      *          I = INATIVA (NAO ACEITA INSCRICAO NEM GERA COBRANCA)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ATIVIDADE.
           03  ID-ATIVIDADE            PIC 9(03).
           03  NM-ATIVIDADE            PIC X(20).
           03  ID-PROF-ATV             PIC 9(03).
           03  DS-HORARIO-ATV          PIC X(30).
           03  QT-VAGAS-ATV            PIC 9(03).
           03  VL-MENSAL-ATV           PIC 9(05)V9(02).
           03  ST-ATIVIDADE            PIC X(01).
           03  DT-CADASTRO-ATV         PIC 9(08).
           03  OP-ATIVIDADE            PIC X(15).
