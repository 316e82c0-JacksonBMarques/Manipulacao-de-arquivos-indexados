      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE EMISSAO DE CARTEIRINHAS
      *          ESTUDANTIS - CFP001S86.DAT
      *          UMA LINHA POR VIA EMITIDA, PELO ALUNO, ANO LETIVO E
      *          NUMERO DA VIA (1 = PRIMEIRA VIA, 2 EM DIANTE = VIAS
      *          DE REPOSICAO). ST-CARTEIRA: V = VALIDA, I = INVALIDA
      *          (SUBSTITUIDA POR UMA VIA POSTERIOR). CD-BARRAS-CRT:
      *          ANO LETIVO (4) + ALUNO (5) + VIA (2) + DIGITO (1)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CARTEIRA.
           03  ID-CARTEIRA.
               05  ID-ALUNO-CRT        PIC 9(05).
               05  ANO-LETIVO-CRT      PIC 9(04).
               05  NR-VIA-CRT          PIC 9(02).
           03  ID-TURMA-CRT            PIC 9(03).
           03  DT-EMISSAO-CRT          PIC 9(08).
           03  DT-VALIDADE-CRT         PIC 9(08).
           03  CD-BARRAS-CRT           PIC 9(12).
           03  ST-CARTEIRA             PIC X(01).
           03  DT-INVALIDA-CRT         PIC 9(08).
           03  OP-CARTEIRA             PIC X(15).
