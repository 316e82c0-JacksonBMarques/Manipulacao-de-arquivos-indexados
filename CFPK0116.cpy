      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE SALAS DE AULA - CFP001S124.DAT
      *          AS SALAS QUE A GERACAO AUTOMATICA DO QUADRO DE
      *          HORARIOS PODE OCUPAR, COM A LOTACAO (ZERO = SEM
      *          LIMITE). ST-SALA-SA: A = ATIVA, I = INATIVA (FORA
      *          DA GERACAO, CONTINUA VALENDO NO QUADRO JA GRAVADO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-SALAAULA.
           03  NM-SALA-SA              PIC X(10).
           03  QT-LOTACAO-SA           PIC 9(03).
           03  ST-SALA-SA              PIC X(01).
               88  SALA-ATIVA          VALUE 'A'.
               88  SALA-INATIVA        VALUE 'I'.
           03  DT-ATUALIZ-SA           PIC 9(08).
           03  OP-SALAAULA             PIC X(15).
