      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS RESERVAS DE SALAS E EQUIPAMENTOS -
      *          CFP001S80.DAT. UM REGISTRO POR RECURSO (LABORATORIO,
      *          AUDITORIO, DATASHOW...), DATA E PERIODO; A CHAVE
      *          IMPEDE DUAS RESERVAS DO MESMO RECURSO NO MESMO
      *          PERIODO. SALAS USAM O MESMO NOME DO QUADRO DE
      *          HORARIOS (CFP001S21), QUE TAMBEM OCUPA O RECURSO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-RESERVA.
           03  ID-RESERVA.
               05  NM-RECURSO-RES      PIC X(10).
               05  DT-RESERVA          PIC 9(08).
               05  NR-PERIODO-RES      PIC 9(01).
           03  ID-PROF-RES             PIC 9(03).
           03  ID-TURMA-RES            PIC 9(03).
           03  DS-FINALIDADE-RES       PIC X(30).
           03  DT-SOLICITACAO-RES      PIC 9(08).
           03  OP-RESERVA              PIC X(15).
