      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS REGRAS DE VISIBILIDADE DOS DADOS SENSIVEIS
      *          DO ALUNO POR PERFIL DE OPERADOR - CFP001S105.DAT
      *          UM REGISTRO POR PERFIL (O MESMO DO CFP001S11), COM
      *          S OU N PARA CADA CLASSE DE DADO: DOCUMENTO
      *          (NR-DOCUMENTO), ENDERECO (EN-ALUNO), TELEFONES DO
      *          ALUNO E DOS RESPONSAVEIS, FICHA DE SAUDE (CFP001S55)
      *          E SITUACAO FINANCEIRA. PERFIL SEM REGISTRO SEGUE O
      *          PADRAO: PROFESSOR NAO VE NENHUMA CLASSE, OS DEMAIS
      *          VEEM TODAS. MANTIDO NA ADMINISTRACAO DE OPERADORES
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-VISIBILIDADE.
           03  PERFIL-VIS              PIC X(10).
           03  FL-VIS-DOCUMENTO        PIC X(01).
           03  FL-VIS-ENDERECO         PIC X(01).
           03  FL-VIS-TELEFONE         PIC X(01).
           03  FL-VIS-SAUDE            PIC X(01).
           03  FL-VIS-FINANCEIRO       PIC X(01).
           03  DT-ALTERACAO-VIS        PIC 9(08).
           03  OP-ALTERACAO-VIS        PIC X(15).
