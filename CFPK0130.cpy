      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA ESCALA SEMANAL DOS FUNCIONARIOS -
      *          CFP001S138.DAT
      *          UM POSTO POR UNIDADE, DIA DA SEMANA (1=SEGUNDA ...
      *          6=SABADO, COMO O QUADRO DE HORARIOS), POSTO E TURNO
      *          (MESMA CONVENCAO DO TURNO-TURMA), COM O FUNCIONARIO
      *          (CFP001S137) E O HORARIO. A ESCALA VALE PARA TODAS
      *          AS SEMANAS ATE SER ALTERADA.
      *          TP-POSTO-ESC: P = PORTAO, R = RECREIO, O = ONIBUS
      *          (ID-ROTA-ESC = ROTA DO TRANSPORTE, CFP001S56),
      *          C = CANTINA. FORA DO ONIBUS ID-ROTA-ESC = 0
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ESCALA.
           03  ID-ESCALA.
               05  ID-UNIDADE-ESC      PIC 9(02).
               05  NR-DIA-ESC          PIC 9(01).
               05  TP-POSTO-ESC        PIC X(01).
                   88  POSTO-VALIDO    VALUE 'P' 'R' 'O' 'C'.
                   88  POSTO-ONIBUS    VALUE 'O'.
               05  ID-ROTA-ESC         PIC 9(03).
               05  TURNO-ESC           PIC X(10).
           03  ID-FUNC-ESC             PIC 9(05).
           03  HR-INICIO-ESC           PIC 9(04).
           03  HR-FIM-ESC              PIC 9(04).
           03  DT-ATUALIZ-ESC          PIC 9(08).
           03  OP-ESCALA               PIC X(15).
