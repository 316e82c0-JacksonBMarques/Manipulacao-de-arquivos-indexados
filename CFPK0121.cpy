      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE ESTAGIOS SUPERVISIONADOS -
      *          CFP001S129.DAT
      *          UM REGISTRO POR ALUNO DE CURSO TECNICO EM ESTAGIO:
      *          CONVENIO (CFP001S128), SUPERVISOR NA EMPRESA,
      *          PERIODO, CARGA HORARIA EXIGIDA E CUMPRIDA (SOMA DO
      *          LANCAMENTO MENSAL DE HORAS, CFP001S130). O ALUNO COM
      *          ESTAGIO CADASTRADO SO RECEBE O CERTIFICADO DE
      *          CONCLUSAO COM A CARGA EXIGIDA CUMPRIDA.
      *          ST-ESTAGIO-EST: A = EM ANDAMENTO, C = CONCLUIDO,
      *          I = INTERROMPIDO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-ESTAGIO.
           03  ID-ALUNO-EST            PIC 9(05).
           03  NR-CONVENIO-EST         PIC 9(05).
           03  NM-SUPERVISOR-EST       PIC X(20).
           03  DT-INICIO-EST           PIC 9(08).
           03  DT-FIM-EST              PIC 9(08).
           03  QT-HORAS-EXIG-EST       PIC 9(04).
           03  QT-HORAS-CUMPR-EST      PIC 9(04).
           03  ST-ESTAGIO-EST          PIC X(01).
               88  ESTAGIO-ANDAMENTO   VALUE 'A'.
               88  ESTAGIO-CONCLUIDO   VALUE 'C'.
               88  ESTAGIO-INTERROMPIDO VALUE 'I'.
           03  DT-ATUALIZ-EST          PIC 9(08).
           03  OP-ESTAGIO              PIC X(15).
