      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LANCAMENTO MENSAL DE HORAS DE ESTAGIO -
      *          CFP001S130.DAT
      *          UM REGISTRO POR ALUNO E MES DE REFERENCIA (AAAAMM),
      *          COM AS HORAS CUMPRIDAS NO MES CONFORME A FOLHA DE
      *          FREQUENCIA ASSINADA PELO SUPERVISOR
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-HORAEST.
           03  ID-HORAEST.
               05  ID-ALUNO-HE         PIC 9(05).
               05  AAAAMM-HE           PIC 9(06).
           03  QT-HORAS-HE             PIC 9(03).
           03  DT-LANCAMENTO-HE        PIC 9(08).
           03  OP-HORAEST              PIC X(15).
