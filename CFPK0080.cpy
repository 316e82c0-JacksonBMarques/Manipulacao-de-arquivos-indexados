      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DECLARACOES ANUAIS DO
      *          FINANCEIRO - CFP001S89.DAT
      *          UM REGISTRO POR ALUNO, ANO CIVIL E TIPO DE DECLARACAO
      *          EMITIDA PARA A FAMILIA: TP-DECLANUAL Q = QUITACAO
      *          ANUAL DE DEBITOS, D = DEMONSTRATIVO DE DESPESAS COM
      *          EDUCACAO PARA O IMPOSTO DE RENDA. A REEMISSAO SOMA
      *          UMA VIA NO MESMO REGISTRO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-DECLANUAL.
           03  ID-DECLANUAL.
               05  ID-ALUNO-DAN        PIC 9(05).
               05  ANO-DAN             PIC 9(04).
               05  TP-DECLANUAL        PIC X(01).
           03  NM-ALUNO-DAN            PIC X(20).
           03  NM-RESP-DAN             PIC X(20).
           03  VL-TOTAL-DAN            PIC 9(07)V9(02).
           03  DT-EMISSAO-DAN          PIC 9(08).
           03  OP-DAN                  PIC X(15).
           03  QT-VIAS-DAN             PIC 9(02).
           03  DT-ULT-VIA-DAN          PIC 9(08).
