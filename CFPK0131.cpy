      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PONTO DIARIO DOS FUNCIONARIOS -
      *          CFP001S139.DAT
      *          UM REGISTRO POR FUNCIONARIO (CFP001S137) E DATA, COM
      *          ATE DUAS ENTRADAS E DUAS SAIDAS (HHMM, 0 = NAO
      *          MARCADA) NA ORDEM EM QUE O PONTO E BATIDO. A FALTA
      *          JUSTIFICADA (ATESTADO, DECLARACAO) E UM REGISTRO SEM
      *          MARCACOES COM FL-JUSTIF-PTO = 'S'. O RELATORIO
      *          MENSAL SOMA AS HORAS DOS PARES FECHADOS E CONTA COMO
      *          FALTA O DIA UTIL SEM REGISTRO.
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PONTO.
           03  ID-PONTO.
               05  ID-FUNC-PTO         PIC 9(05).
               05  DT-PONTO            PIC 9(08).
           03  TB-MARCAS-PTO.
               05  HR-ENTRADA1-PTO     PIC 9(04).
               05  HR-SAIDA1-PTO       PIC 9(04).
               05  HR-ENTRADA2-PTO     PIC 9(04).
               05  HR-SAIDA2-PTO       PIC 9(04).
           03  HR-MARCA-PTO REDEFINES TB-MARCAS-PTO
                                       PIC 9(04) OCCURS 4 TIMES.
           03  FL-JUSTIF-PTO           PIC X(01).
               88  FALTA-JUSTIFICADA   VALUE 'S'.
           03  DS-JUSTIF-PTO           PIC X(30).
           03  OP-PONTO                PIC X(15).
