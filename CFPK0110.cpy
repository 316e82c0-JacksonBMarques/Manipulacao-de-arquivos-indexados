      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PROCESSO SELETIVO DA PRE-MATRICULA -
      *          CFP001S118.DAT
      *          UM REGISTRO POR ANO LETIVO E SERIE PRETENDIDA, COM AS
      *          PROVAS DO EXAME DE INGRESSO (ATE 5) E O PESO DE CADA
      *          UMA NA NOTA FINAL PONDERADA, A NOTA MINIMA PARA
      *          CLASSIFICACAO E A ORDEM DOS CRITERIOS DE DESEMPATE
      *          (I = IRMAO JA MATRICULADO, V = CANDIDATO MAIS VELHO;
      *          PERSISTINDO O EMPATE, VALE A FICHA MAIS ANTIGA).
      *          AS NOTAS DOS CANDIDATOS FICAM NO CFP001S119.
      *          ST-PROCSEL: A = ABERTO, P = RESULTADO PUBLICADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PROCSEL.
           03  ID-PROCSEL.
               05  AA-PROCSEL          PIC 9(04).
               05  ID-SERIE-PSL        PIC 9(02).
           03  TB-PROVAS-PSL.
               05  PROVA-PSL OCCURS 5 TIMES.
                   07  NM-PROVA-PSL    PIC X(15).
                   07  PS-PROVA-PSL    PIC 9(02).
           03  NT-MINIMA-PSL           PIC 9(02)V9(02).
           03  ORDEM-DESEMPATE-PSL     PIC X(02).
           03  ST-PROCSEL              PIC X(01).
               88  PSL-ABERTO          VALUE 'A'.
               88  PSL-PUBLICADO       VALUE 'P'.
           03  QT-VAGAS-PSL            PIC 9(04).
           03  DT-PUBLICACAO-PSL       PIC 9(08).
           03  OP-PROCSEL              PIC X(15).
           03  FILLER                  PIC X(20).
