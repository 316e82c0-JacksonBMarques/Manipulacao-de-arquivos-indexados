      *          AVANCA (0 = SERIE FINAL)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - INCLUSAO DO MODO DE AVALIACAO DA SERIE:
      *         NAS SERIES DESCRITIVAS (ANOS INICIAIS) O ALUNO RECEBE
      *         PARECER DESCRITIVO (CFP001S134) EM VEZ DE NOTAS E E
      *         PROMOVIDO SO PELA FREQUENCIA
      ******************************************************************
       01  REG-SERIE.
           03  ID-SERIE                PIC 9(02).
           03  NM-SERIE                PIC X(20).
           03  ID-SERIE-SEGUINTE       PIC 9(02).
           03  VL-MENSAL-SERIE         PIC 9(05)V9(02).
           03  FL-AVALIACAO-SERIE      PIC X(01).
               88  SERIE-DESCRITIVA    VALUE 'D'.
               88  SERIE-NUMERICA      VALUE 'N' ' '.
