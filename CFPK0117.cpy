      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO RASCUNHO DO QUADRO DE HORARIOS -
      *          CFP001S125.DAT
      *          PROPOSTA GERADA AUTOMATICAMENTE A PARTIR DA CARGA
      *          HORARIA DA GRADE (CFP001S123), DA DISPONIBILIDADE DOS
      *          PROFESSORES (CFP001S122) E DAS SALAS (CFP001S124).
      *          MESMA CHAVE E MESMOS CAMPOS DO QUADRO (CFPK0017), MAIS
      *          A DATA E O OPERADOR DA GERACAO. A COORDENACAO CONFERE
      *          O RASCUNHO ANTES DE PROMOVE-LO AO CFP001S21
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-HORRASC.
           03  ID-HORRASC.
               05  ID-TURMA-HR         PIC 9(03).
               05  DIA-SEMANA-HR       PIC 9(01).
               05  NR-PERIODO-HR       PIC 9(01).
           03  ID-MATERIA-HR           PIC 9(05).
           03  ID-PROFESSOR-HR         PIC 9(03).
           03  NM-SALA-HR              PIC X(10).
           03  DT-GERACAO-HR           PIC 9(08).
           03  OP-GERACAO-HR           PIC X(15).
