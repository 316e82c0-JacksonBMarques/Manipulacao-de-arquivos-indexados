      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS ACESSOS DOS RESPONSAVEIS AO PORTAL DOS
      *          PAIS - CFP001S102.DAT
      *          COMPLEMENTO DO CADASTRO DE RESPONSAVEIS (CFP001S19),
      *          MESMA CHAVE: LOGIN DO RESPONSAVEL NO PORTAL, O ALUNO
      *          A QUE ELE DA ACESSO E A SITUACAO (A=ATIVO,
      *          B=BLOQUEADO). SO ALUNOS COM RESPONSAVEL DE LOGIN
      *          ATIVO ENTRAM NOS EXTRATOS NOTURNOS DO PORTAL
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PORTAL.
           03  ID-RESP-PORTAL          PIC 9(05).
           03  ID-ALUNO-PORTAL         PIC 9(05).
           03  NM-LOGIN-PORTAL         PIC X(30).
           03  ST-PORTAL               PIC X(01).
           03  DT-ADESAO-PORTAL        PIC 9(08).
           03  OP-PORTAL               PIC X(15).
