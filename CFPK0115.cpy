      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA CARGA HORARIA SEMANAL DA GRADE -
      *          CFP001S123.DAT
      *          COMPLEMENTO DA GRADE CURRICULAR (CFP001S30), MESMA
      *          CHAVE SERIE + MATERIA: QUANTAS AULAS POR SEMANA A
      *          MATERIA TEM NA SERIE E O MAXIMO DE PERIODOS DA MESMA
      *          MATERIA NUM DIA (ZERO = O PADRAO INFORMADO NA
      *          GERACAO DO QUADRO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CARGAHOR.
           03  ID-CARGAHOR.
               05  ID-SERIE-CH         PIC 9(02).
               05  ID-MATERIA-CH       PIC 9(05).
           03  QT-AULAS-SEM-CH         PIC 9(02).
           03  QT-MAX-DIA-CH           PIC 9(01).
           03  DT-ATUALIZ-CH           PIC 9(08).
           03  OP-CARGAHOR             PIC X(15).
