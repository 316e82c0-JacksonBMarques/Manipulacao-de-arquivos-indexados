      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS TRANSFERENCIAS DE PATRIMONIO - CFP001S79
      *          UM REGISTRO POR MOVIMENTACAO DE UM BEM (CFP001S78)
      *          ENTRE SALAS: A CHAVE (PLAQUETA/DATA/HORA) MANTEM O
      *          HISTORICO DE CADA BEM EM ORDEM CRONOLOGICA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PATMOV.
           03  ID-PATMOV.
               05  NR-PLAQUETA-MOV     PIC 9(06).
               05  DT-MOV-PAT          PIC 9(08).
               05  HR-MOV-PAT          PIC 9(08).
           03  NM-SALA-ORIGEM          PIC X(10).
           03  NM-SALA-DESTINO         PIC X(10).
           03  DS-MOTIVO-MOV           PIC X(30).
           03  OP-MOV-PAT              PIC X(15).
