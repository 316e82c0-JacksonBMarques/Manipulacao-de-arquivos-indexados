      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS REGISTROS DE ACOMPANHAMENTO DA ORIENTACAO
      *          EDUCACIONAL - CFP001S136.DAT
      *          DIARIO DO CASO DO ALUNO (CFP001S135), NUMERADO EM
      *          SEQUENCIA: SESSOES COM O ALUNO, CONTATOS COM A
      *          FAMILIA E ENCAMINHAMENTOS A SERVICOS EXTERNOS.
      *          CONTEUDO SIGILOSO (PERFIL ORIENTACAO).
      *          TP-REGISTRO-AT: S = SESSAO, F = CONTATO COM A
      *          FAMILIA, E = ENCAMINHAMENTO EXTERNO.
      *          TP-SERVICO-AT (SO NO ENCAMINHAMENTO): C = CRAS,
      *          T = CONSELHO TUTELAR, S = SAUDE (CAPS/UBS),
      *          O = OUTRO (NOME EM NM-SERVICO-AT)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ATENDORI.
           03  ID-ATENDORI.
               05  ID-ALUNO-AT         PIC 9(05).
               05  NR-SEQ-AT           PIC 9(03).
           03  TP-REGISTRO-AT          PIC X(01).
               88  REGISTRO-SESSAO     VALUE 'S'.
               88  REGISTRO-FAMILIA    VALUE 'F'.
               88  REGISTRO-ENCAMINHA  VALUE 'E'.
           03  DT-REGISTRO-AT          PIC 9(08).
           03  DS-REGISTRO-AT          PIC X(60) OCCURS 2 TIMES.
           03  TP-SERVICO-AT           PIC X(01).
               88  SERVICO-VALIDO      VALUE 'C' 'T' 'S' 'O'.
           03  NM-SERVICO-AT           PIC X(20).
           03  OP-REGISTRO-AT          PIC X(15).
