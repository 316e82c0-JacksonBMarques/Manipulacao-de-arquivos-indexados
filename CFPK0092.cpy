      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS HABILITACOES DOS PROFESSORES POR MATERIA -
      *          CFP001S101.DAT
      *          UM REGISTRO POR PROFESSOR X MATERIA EM QUE ELE ESTA
      *          HABILITADO A LECIONAR, COM O NUMERO DO REGISTRO /
      *          LICENCA E A DATA DE VALIDADE (ZERO = SEM VENCIMENTO).
      *          HABILITACAO VENCIDA (VALIDADE ANTERIOR A DATA DO DIA)
      *          EQUIVALE A NAO HABILITADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-HABILITA.
           03  ID-HABILITA.
               05  ID-PROF-HAB         PIC 9(03).
               05  ID-MATERIA-HAB      PIC 9(05).
           03  NR-LICENCA-HAB          PIC X(15).
           03  DT-VALIDADE-HAB         PIC 9(08).
           03  DT-CADASTRO-HAB         PIC 9(08).
           03  OP-HABILITA             PIC X(15).
