      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO VINCULO DO OPERADOR COM O PROFESSOR -
      *          CFP001S106.DAT
      *          UM REGISTRO POR OPERADOR DE PERFIL PROFESSOR (USUARIO
      *          DO CFP001S11), APONTANDO O ID-PROFESSOR DO CFP001S18.
      *          O ESCOPO DO OPERADOR SAO OS PARES TURMA/MATERIA EM
      *          QUE O PROFESSOR APARECE NO QUADRO DE HORARIOS
      *          (CFP001S21). OPERADOR PROFESSOR SEM VINCULO NAO TEM
      *          ESCOPO. MANTIDO NA ADMINISTRACAO DE OPERADORES
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-VINCPROF.
           03  USUARIO-VPR             PIC X(15).
           03  ID-PROFESSOR-VPR        PIC 9(03).
           03  DT-VINCULO-VPR          PIC 9(08).
           03  OP-VINCULO-VPR          PIC X(15).
