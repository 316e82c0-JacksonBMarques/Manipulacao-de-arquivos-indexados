      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA DISPONIBILIDADE DOS PROFESSORES -
      *          CFP001S122.DAT
      *          COMPLEMENTO DO CADASTRO DE PROFESSORES (CFP001S18),
      *          MESMA CHAVE: OS DIAS E PERIODOS EM QUE O PROFESSOR
      *          PODE DAR AULA, USADOS PELA GERACAO AUTOMATICA DO
      *          QUADRO DE HORARIOS. UMA POSICAO POR PERIODO (1 A 6)
      *          DE CADA DIA (1=SEGUNDA ... 6=SABADO): S = DISPONIVEL,
      *          N = NAO DISPONIVEL
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-DISPPROF.
           03  ID-PROF-DSP             PIC 9(03).
           03  GRADE-DSP.
               05  DIA-DSP             OCCURS 6 TIMES.
                   07  PERIODO-DSP     PIC X(01) OCCURS 6 TIMES.
           03  DT-ATUALIZ-DSP          PIC 9(08).
           03  OP-DISPPROF             PIC X(15).
