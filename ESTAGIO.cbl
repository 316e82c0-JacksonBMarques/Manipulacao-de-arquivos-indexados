      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: controle do estagio supervisionado dos cursos
      *          tecnicos: cadastro dos convenios com as empresas
      *          concedentes (CFP001S128, com vigencia e pasta do
      *          termo assinado), do estagio de cada aluno
      *          (CFP001S129: convenio, supervisor, periodo, carga
      *          exigida e cumprida) e o lancamento mensal de horas
      *          (CFP001S130), que recalcula a carga cumprida. o
      *          relatorio mensal lista os convenios a vencer (e os
      *          vencidos com estagiario em andamento) e os alunos
      *          abaixo do cronograma proporcional de horas. o
      *          certificado de conclusao (CERTCONC) fica bloqueado
      *          ate a carga exigida ser cumprida
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CONTROLE DE ESTAGIO
      *         SUPERVISIONADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAGIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONVENIO ASSIGN TO WS-PATH-CONVENIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NR-CONVENIO-CNV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FCV.

                SELECT ESTAGIO ASSIGN TO WS-PATH-ESTAGIO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-EST
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FES.

                SELECT HORAEST ASSIGN TO WS-PATH-HORAEST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-HORAEST
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FHE.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT IMPREL ASSIGN TO WS-PATH-IMPREL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FIM.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

                SELECT SPLORIG ASSIGN TO WS-SPL-ORIGEM
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FS.

                SELECT SPLARQ ASSIGN TO WS-SPL-DESTINO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPL-FA.

                SELECT SPOOL ASSIGN TO WS-PATH-SPOOL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SPOOL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SPL-FQ.

       DATA DIVISION.
       FILE SECTION.
       FD CONVENIO.
          COPY CFPK0120.
       FD ESTAGIO.
          COPY CFPK0121.
       FD HORAEST.
          COPY CFPK0122.
       FD ALUNO.
          COPY CFPK0001.
       FD IMPREL.
       01 REG-IMPREL                      PIC X(80).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       FD SPLORIG.
       01 REG-SPLORIG                     PIC X(250).
       FD SPLARQ.
       01 REG-SPLARQ                      PIC X(250).
       FD SPOOL.
          COPY CFPK0100.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY SPLVARS.
       COPY AUDITVARS.
       77 WS-FCV                          PIC 99.
          88 FCV-OK                       VALUE 0.
       77 WS-FES                          PIC 99.
          88 FES-OK                       VALUE 0.
       77 WS-FHE                          PIC 99.
          88 FHE-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-EOF2                         PIC X VALUE 'N'.
          88 EOF2-OK                      VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-DATA-OK                      PIC X VALUE 'N'.
          88 DATA-VALIDA                  VALUE 'S' FALSE 'N'.
       77 WS-ALUNOS-DISPONIVEL            PIC X VALUE 'N'.
          88 ALUNOS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-AAAAMM-HOJE               PIC 9(06).
          03 FILLER                       PIC 9(02).
      *DATA INFORMADA (AAAAMMDD) E SUA VALIDACAO
       01 WS-DT-INF                       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-INF.
          03 WS-DT-INF-AAAA               PIC 9(04).
          03 WS-DT-INF-MM                 PIC 9(02).
          03 WS-DT-INF-DD                 PIC 9(02).
      *MES DE REFERENCIA INFORMADO (AAAAMM)
       01 WS-AAAAMM-INF                   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-AAAAMM-INF.
          03 WS-AAAA-INF                  PIC 9(04).
          03 WS-MM-INF                    PIC 9(02).
      *DADOS INFORMADOS
       77 WS-NR-CONVENIO-INF              PIC 9(05) VALUE ZEROS.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-EMPRESA-INF                  PIC X(30) VALUE SPACES.
       77 WS-CNPJ-INF                     PIC 9(14) VALUE ZEROS.
       77 WS-CONTATO-INF                  PIC X(20) VALUE SPACES.
       77 WS-TL-PREFIXO-INF               PIC 9(05) VALUE ZEROS.
       77 WS-TL-SUFIXO-INF                PIC 9(04) VALUE ZEROS.
       77 WS-PASTA-INF                    PIC X(10) VALUE SPACES.
       77 WS-SUPERVISOR-INF               PIC X(20) VALUE SPACES.
       77 WS-DT-INICIO-INF                PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-INF                   PIC 9(08) VALUE ZEROS.
       77 WS-HORAS-EXIG-INF               PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-MES-INF                PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-INF                 PIC X(01) VALUE SPACES.
       77 WS-DT-FIM-CONVENIO              PIC 9(08) VALUE ZEROS.
      *LIMITE DE HORAS LANCADAS NUM MES
       77 WS-MAX-HORAS-MES                PIC 9(03) VALUE 220.
      *CALCULO DO CRONOGRAMA E DA CARGA CUMPRIDA
       77 WS-SOMA-HORAS                   PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-ANTEC                   PIC 9(03) VALUE ZEROS.
       77 WS-DT-LIMITE                    PIC 9(08) VALUE ZEROS.
       77 WS-DT-CORTE                     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-TOTAL                   PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-DECOR                   PIC S9(05) VALUE ZEROS.
       77 WS-HORAS-PREV                   PIC 9(04) VALUE ZEROS.
       77 WS-HORAS-FALTA                  PIC 9(04) VALUE ZEROS.
      *TOTAIS DO RELATORIO MENSAL
       77 WS-QT-ESTAGIARIOS               PIC 9(04) VALUE ZEROS.
       77 WS-QT-CONV-A-VENCER             PIC 9(04) VALUE ZEROS.
       77 WS-QT-CONV-VENCIDOS             PIC 9(04) VALUE ZEROS.
       77 WS-QT-ATRASADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-ED-QTDE                      PIC ZZZ9.
       77 WS-LINHA-REL                    PIC X(80) VALUE SPACES.
      *SALTO DE PAGINA (FORM FEED) NO FIM DO RELATORIO
       77 WS-SALTO-PAGINA                 PIC X VALUE X'0C'.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR              TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** ESTAGIO SUPERVISIONADO ***'
            DISPLAY 'TECLE <C> PARA CONVENIOS COM EMPRESAS, <E> PARA'
            DISPLAY 'O ESTAGIO DO ALUNO, <H> PARA LANCAR AS HORAS DO'
            DISPLAY 'MES, <R> PARA O RELATORIO MENSAL OU <S> PARA'
            DISPLAY 'SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'C'
                WHEN 'c'
                    PERFORM P2-CONVENIO   THRU P2-CONVENIO-FIM
                WHEN 'E'
                WHEN 'e'
                    PERFORM P3-ESTAGIO    THRU P3-ESTAGIO-FIM
                WHEN 'H'
                WHEN 'h'
                    PERFORM P4-HORAS      THRU P4-HORAS-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P5-RELATORIO  THRU P5-RELATORIO-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUSAO OU ALTERACAO DE UM CONVENIO; NA ALTERACAO, ENTER
      *MANTEM O DADO ATUAL
       P2-CONVENIO.
            DISPLAY 'Informe o numero do convenio: '
            ACCEPT WS-NR-CONVENIO-INF
            IF WS-NR-CONVENIO-INF EQUAL ZEROS
               DISPLAY 'NUMERO DO CONVENIO INVALIDO!'
               GO TO P2-CONVENIO-FIM
            END-IF
            PERFORM P9-ABRE-CONVENIO      THRU P9-ABRE-CONVENIO-FIM
            IF NOT FCV-OK
               GO TO P2-CONVENIO-FIM
            END-IF

            MOVE WS-NR-CONVENIO-INF       TO NR-CONVENIO-CNV
            READ CONVENIO
                KEY IS NR-CONVENIO-CNV
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-CONVENIO
                    MOVE WS-NR-CONVENIO-INF TO NR-CONVENIO-CNV
                    DISPLAY 'CONVENIO NOVO - INFORME OS DADOS.'
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    DISPLAY '*** CONVENIO ' NR-CONVENIO-CNV ' ***'
                    DISPLAY 'EMPRESA : ' NM-EMPRESA-CNV
                    DISPLAY 'CNPJ    : ' NR-CNPJ-CNV
                    DISPLAY 'CONTATO : ' NM-CONTATO-CNV ' TEL. '
                            TL-PREFIXO-CNV '-' TL-SUFIXO-CNV
                    DISPLAY 'VIGENCIA: ' DT-INICIO-CNV ' A '
                            DT-FIM-CNV '  PASTA: ' DS-PASTA-CNV
            END-READ

            MOVE SPACES                   TO WS-EMPRESA-INF
            DISPLAY 'Empresa concedente (ENTER = manter): '
            ACCEPT WS-EMPRESA-INF
            IF WS-EMPRESA-INF NOT EQUAL SPACES
               MOVE WS-EMPRESA-INF        TO NM-EMPRESA-CNV
            END-IF
            IF NM-EMPRESA-CNV EQUAL SPACES
               DISPLAY 'EMPRESA E OBRIGATORIA!'
               CLOSE CONVENIO
               GO TO P2-CONVENIO-FIM
            END-IF
            MOVE ZEROS                    TO WS-CNPJ-INF
            DISPLAY 'CNPJ (so numeros, ENTER = manter): '
            ACCEPT WS-CNPJ-INF
            IF WS-CNPJ-INF NOT EQUAL ZEROS
               MOVE WS-CNPJ-INF           TO NR-CNPJ-CNV
            END-IF
            MOVE SPACES                   TO WS-CONTATO-INF
            DISPLAY 'Contato na empresa (ENTER = manter): '
            ACCEPT WS-CONTATO-INF
            IF WS-CONTATO-INF NOT EQUAL SPACES
               MOVE WS-CONTATO-INF        TO NM-CONTATO-CNV
            END-IF
            MOVE ZEROS                    TO WS-TL-PREFIXO-INF
            DISPLAY 'Prefixo do telefone (ENTER = manter): '
            ACCEPT WS-TL-PREFIXO-INF
            IF WS-TL-PREFIXO-INF NOT EQUAL ZEROS
               MOVE WS-TL-PREFIXO-INF     TO TL-PREFIXO-CNV
               MOVE ZEROS                 TO WS-TL-SUFIXO-INF
               DISPLAY 'Sufixo do telefone: '
               ACCEPT WS-TL-SUFIXO-INF
               MOVE WS-TL-SUFIXO-INF      TO TL-SUFIXO-CNV
            END-IF

            DISPLAY 'Inicio da vigencia AAAAMMDD (0 = manter): '
            PERFORM P8-PEDE-DATA          THRU P8-PEDE-DATA-FIM
            IF WS-DT-INF NOT EQUAL ZEROS
               IF NOT DATA-VALIDA
                  CLOSE CONVENIO
                  GO TO P2-CONVENIO-FIM
               END-IF
               MOVE WS-DT-INF             TO DT-INICIO-CNV
            END-IF
            DISPLAY 'Fim da vigencia AAAAMMDD (0 = manter): '
            PERFORM P8-PEDE-DATA          THRU P8-PEDE-DATA-FIM
            IF WS-DT-INF NOT EQUAL ZEROS
               IF NOT DATA-VALIDA
                  CLOSE CONVENIO
                  GO TO P2-CONVENIO-FIM
               END-IF
               MOVE WS-DT-INF             TO DT-FIM-CNV
            END-IF
            IF DT-INICIO-CNV EQUAL ZEROS OR DT-FIM-CNV EQUAL ZEROS
               OR DT-FIM-CNV NOT GREATER THAN DT-INICIO-CNV
               DISPLAY 'VIGENCIA INVALIDA - O FIM DEVE SER POSTERIOR'
                       ' AO INICIO.'
               CLOSE CONVENIO
               GO TO P2-CONVENIO-FIM
            END-IF
            MOVE SPACES                   TO WS-PASTA-INF
            DISPLAY 'Pasta do termo assinado (ENTER = manter): '
            ACCEPT WS-PASTA-INF
            IF WS-PASTA-INF NOT EQUAL SPACES
               MOVE WS-PASTA-INF          TO DS-PASTA-CNV
            END-IF

            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-CNV
            MOVE LK-OPERADOR              TO OP-CONVENIO
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-CONVENIO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-CONVENIO
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE CONVENIO

            IF ACHOU
               DISPLAY 'Convenio gravado!'
               MOVE 'ESTAGIO'             TO WS-AUD-PROGRAMA
               MOVE 'CONVENIO'            TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'CONVENIO ' WS-NR-CONVENIO-INF ' VIGENCIA '
                      DT-INICIO-CNV ' A ' DT-FIM-CNV
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR O CONVENIO'
            END-IF
            .
       P2-CONVENIO-FIM.

      *ESTAGIO DO ALUNO: NA INCLUSAO PEDE O CONVENIO (VIGENTE), O
      *SUPERVISOR, O PERIODO E A CARGA EXIGIDA; NA ALTERACAO PERMITE
      *MUDAR SUPERVISOR, FIM, CARGA EXIGIDA E SITUACAO
       P3-ESTAGIO.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            MOVE 'N'                      TO WS-ACHOU
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       DISPLAY 'ALUNO NAO EXISTE!'
                   NOT INVALID KEY
                       IF NM-ALUNO EQUAL 'ANONIMIZADO'
                          DISPLAY 'ALUNO EXPURGADO!'
                       ELSE
                          MOVE 'S'        TO WS-ACHOU
                          DISPLAY 'ALUNO: ' NM-ALUNO
                       END-IF
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS'
            END-IF
            CLOSE ALUNO
            IF NOT ACHOU
               GO TO P3-ESTAGIO-FIM
            END-IF

            PERFORM P9A-ABRE-ESTAGIO      THRU P9A-ABRE-ESTAGIO-FIM
            IF NOT FES-OK
               GO TO P3-ESTAGIO-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-EST
            READ ESTAGIO
                KEY IS ID-ALUNO-EST
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
            END-READ

            IF REGISTRO-NOVO
               PERFORM P3A-INCLUI-ESTAGIO THRU P3A-INCLUI-ESTAGIO-FIM
            ELSE
               PERFORM P3B-ALTERA-ESTAGIO THRU P3B-ALTERA-ESTAGIO-FIM
            END-IF
            CLOSE ESTAGIO
            .
       P3-ESTAGIO-FIM.

       P3A-INCLUI-ESTAGIO.
            DISPLAY 'ALUNO SEM ESTAGIO CADASTRADO - INCLUSAO.'
            DISPLAY 'Numero do convenio: '
            ACCEPT WS-NR-CONVENIO-INF
            MOVE ZEROS                    TO WS-DT-FIM-CONVENIO
            SET FCV-OK                    TO TRUE
            OPEN INPUT CONVENIO
            IF FCV-OK
               MOVE WS-NR-CONVENIO-INF    TO NR-CONVENIO-CNV
               READ CONVENIO
                   KEY IS NR-CONVENIO-CNV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DT-FIM-CNV    TO WS-DT-FIM-CONVENIO
                       DISPLAY 'EMPRESA: ' NM-EMPRESA-CNV
               END-READ
            END-IF
            CLOSE CONVENIO
            IF WS-DT-FIM-CONVENIO EQUAL ZEROS
               DISPLAY 'CONVENIO NAO CADASTRADO!'
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF
            IF WS-DT-FIM-CONVENIO LESS THAN WS-DATA-HOJE
               DISPLAY 'CONVENIO VENCIDO EM ' WS-DT-FIM-CONVENIO
                       ' - RENOVE O CONVENIO ANTES.'
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF

            MOVE SPACES                   TO WS-SUPERVISOR-INF
            DISPLAY 'Supervisor na empresa: '
            ACCEPT WS-SUPERVISOR-INF
            IF WS-SUPERVISOR-INF EQUAL SPACES
               DISPLAY 'SUPERVISOR E OBRIGATORIO!'
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF
            DISPLAY 'Inicio do estagio AAAAMMDD: '
            PERFORM P8-PEDE-DATA          THRU P8-PEDE-DATA-FIM
            IF NOT DATA-VALIDA
               IF WS-DT-INF EQUAL ZEROS
                  DISPLAY 'DATA OBRIGATORIA!'
               END-IF
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF
            MOVE WS-DT-INF                TO WS-DT-INICIO-INF
            DISPLAY 'Fim previsto do estagio AAAAMMDD: '
            PERFORM P8-PEDE-DATA          THRU P8-PEDE-DATA-FIM
            IF NOT DATA-VALIDA
               IF WS-DT-INF EQUAL ZEROS
                  DISPLAY 'DATA OBRIGATORIA!'
               END-IF
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF
            MOVE WS-DT-INF                TO WS-DT-FIM-INF
            IF WS-DT-FIM-INF NOT GREATER THAN WS-DT-INICIO-INF
               DISPLAY 'PERIODO INVALIDO - O FIM DEVE SER POSTERIOR'
                       ' AO INICIO.'
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF
            IF WS-DT-FIM-INF GREATER THAN WS-DT-FIM-CONVENIO
               DISPLAY 'ATENCAO: O ESTAGIO TERMINA DEPOIS DO FIM DO'
                       ' CONVENIO (' WS-DT-FIM-CONVENIO ').'
            END-IF
            MOVE ZEROS                    TO WS-HORAS-EXIG-INF
            DISPLAY 'Carga horaria exigida (horas): '
            ACCEPT WS-HORAS-EXIG-INF
            IF WS-HORAS-EXIG-INF EQUAL ZEROS
               DISPLAY 'CARGA HORARIA INVALIDA!'
               GO TO P3A-INCLUI-ESTAGIO-FIM
            END-IF

            INITIALIZE REG-ESTAGIO
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-EST
            MOVE WS-NR-CONVENIO-INF       TO NR-CONVENIO-EST
            MOVE WS-SUPERVISOR-INF        TO NM-SUPERVISOR-EST
            MOVE WS-DT-INICIO-INF         TO DT-INICIO-EST
            MOVE WS-DT-FIM-INF            TO DT-FIM-EST
            MOVE WS-HORAS-EXIG-INF        TO QT-HORAS-EXIG-EST
            MOVE ZEROS                    TO QT-HORAS-CUMPR-EST
            SET ESTAGIO-ANDAMENTO         TO TRUE
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-EST
            MOVE LK-OPERADOR              TO OP-ESTAGIO
            WRITE REG-ESTAGIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ESTAGIO'
                NOT INVALID KEY
                    DISPLAY 'Estagio incluido!'
                    MOVE 'ESTAGIO'        TO WS-AUD-PROGRAMA
                    MOVE 'INCLUSAO'       TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' CONVENIO '
                           WS-NR-CONVENIO-INF ' HORAS '
                           WS-HORAS-EXIG-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-WRITE
            .
       P3A-INCLUI-ESTAGIO-FIM.

       P3B-ALTERA-ESTAGIO.
            DISPLAY '*** ESTAGIO DO ALUNO ' ID-ALUNO-EST ' ***'
            DISPLAY 'CONVENIO  : ' NR-CONVENIO-EST
                    '  SUPERVISOR: ' NM-SUPERVISOR-EST
            DISPLAY 'PERIODO   : ' DT-INICIO-EST ' A ' DT-FIM-EST
            DISPLAY 'HORAS     : ' QT-HORAS-CUMPR-EST ' DE '
                    QT-HORAS-EXIG-EST '  SITUACAO: ' ST-ESTAGIO-EST
                    ' (A=ANDAMENTO C=CONCLUIDO I=INTERROMPIDO)'

            MOVE SPACES                   TO WS-SUPERVISOR-INF
            DISPLAY 'Supervisor (ENTER = manter): '
            ACCEPT WS-SUPERVISOR-INF
            IF WS-SUPERVISOR-INF NOT EQUAL SPACES
               MOVE WS-SUPERVISOR-INF     TO NM-SUPERVISOR-EST
            END-IF
            DISPLAY 'Fim previsto AAAAMMDD (0 = manter): '
            PERFORM P8-PEDE-DATA          THRU P8-PEDE-DATA-FIM
            IF WS-DT-INF NOT EQUAL ZEROS
               IF NOT DATA-VALIDA
                  GO TO P3B-ALTERA-ESTAGIO-FIM
               END-IF
               IF WS-DT-INF NOT GREATER THAN DT-INICIO-EST
                  DISPLAY 'FIM DEVE SER POSTERIOR AO INICIO!'
                  GO TO P3B-ALTERA-ESTAGIO-FIM
               END-IF
               MOVE WS-DT-INF             TO DT-FIM-EST
            END-IF
            MOVE ZEROS                    TO WS-HORAS-EXIG-INF
            DISPLAY 'Carga horaria exigida (0 = manter): '
            ACCEPT WS-HORAS-EXIG-INF
            IF WS-HORAS-EXIG-INF NOT EQUAL ZEROS
               MOVE WS-HORAS-EXIG-INF     TO QT-HORAS-EXIG-EST
            END-IF
            MOVE SPACES                   TO WS-SITUACAO-INF
            DISPLAY 'Situacao A/C/I (ENTER = manter): '
            ACCEPT WS-SITUACAO-INF
            INSPECT WS-SITUACAO-INF CONVERTING 'aci' TO 'ACI'
            IF WS-SITUACAO-INF NOT EQUAL SPACES
               IF WS-SITUACAO-INF NOT EQUAL 'A' AND
                  WS-SITUACAO-INF NOT EQUAL 'C' AND
                  WS-SITUACAO-INF NOT EQUAL 'I'
                  DISPLAY 'SITUACAO INVALIDA!'
                  GO TO P3B-ALTERA-ESTAGIO-FIM
               END-IF
               IF WS-SITUACAO-INF EQUAL 'C' AND
                  QT-HORAS-CUMPR-EST LESS THAN QT-HORAS-EXIG-EST
                  DISPLAY 'CARGA EXIGIDA AINDA NAO CUMPRIDA - ESTAGIO'
                          ' NAO PODE SER CONCLUIDO.'
                  GO TO P3B-ALTERA-ESTAGIO-FIM
               END-IF
               MOVE WS-SITUACAO-INF       TO ST-ESTAGIO-EST
            END-IF

            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-EST
            MOVE LK-OPERADOR              TO OP-ESTAGIO
            REWRITE REG-ESTAGIO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ESTAGIO'
                NOT INVALID KEY
                    DISPLAY 'Estagio atualizado!'
                    MOVE 'ESTAGIO'        TO WS-AUD-PROGRAMA
                    MOVE 'ALTERACAO'      TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' HORAS '
                           QT-HORAS-EXIG-EST ' SITUACAO '
                           ST-ESTAGIO-EST
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            .
       P3B-ALTERA-ESTAGIO-FIM.

      *LANCAMENTO DAS HORAS DO MES (A FOLHA DO SUPERVISOR); LANCAR
      *DE NOVO O MESMO MES SUBSTITUI O ANTERIOR. A CARGA CUMPRIDA E
      *RECALCULADA PELA SOMA DE TODOS OS MESES DO ALUNO
       P4-HORAS.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF
            PERFORM P9A-ABRE-ESTAGIO      THRU P9A-ABRE-ESTAGIO-FIM
            IF NOT FES-OK
               GO TO P4-HORAS-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-EST
            READ ESTAGIO
                KEY IS ID-ALUNO-EST
                INVALID KEY
                    DISPLAY 'ALUNO SEM ESTAGIO CADASTRADO!'
                    CLOSE ESTAGIO
                    GO TO P4-HORAS-FIM
            END-READ
            IF ESTAGIO-INTERROMPIDO
               DISPLAY 'ESTAGIO INTERROMPIDO - LANCAMENTO NAO'
                       ' PERMITIDO.'
               CLOSE ESTAGIO
               GO TO P4-HORAS-FIM
            END-IF
            DISPLAY 'HORAS CUMPRIDAS: ' QT-HORAS-CUMPR-EST ' DE '
                    QT-HORAS-EXIG-EST

            DISPLAY 'Mes de referencia AAAAMM (0 = ' WS-AAAAMM-HOJE
                    '): '
            MOVE ZEROS                    TO WS-AAAAMM-INF
            ACCEPT WS-AAAAMM-INF
            IF WS-AAAAMM-INF EQUAL ZEROS
               MOVE WS-AAAAMM-HOJE        TO WS-AAAAMM-INF
            END-IF
            IF WS-MM-INF LESS THAN 1 OR WS-MM-INF GREATER THAN 12
               OR WS-AAAAMM-INF GREATER THAN WS-AAAAMM-HOJE
               OR WS-AAAAMM-INF LESS THAN DT-INICIO-EST(1:6)
               OR WS-AAAAMM-INF GREATER THAN DT-FIM-EST(1:6)
               DISPLAY 'MES FORA DO PERIODO DO ESTAGIO OU FUTURO!'
               CLOSE ESTAGIO
               GO TO P4-HORAS-FIM
            END-IF
            MOVE ZEROS                    TO WS-HORAS-MES-INF
            DISPLAY 'Horas cumpridas no mes: '
            ACCEPT WS-HORAS-MES-INF
            IF WS-HORAS-MES-INF GREATER THAN WS-MAX-HORAS-MES
               DISPLAY 'HORAS ACIMA DO LIMITE MENSAL DE '
                       WS-MAX-HORAS-MES '!'
               CLOSE ESTAGIO
               GO TO P4-HORAS-FIM
            END-IF

            SET FHE-OK                    TO TRUE
            OPEN I-O HORAEST
            IF WS-FHE EQUAL 35
                 CLOSE HORAEST
                 OPEN OUTPUT HORAEST
                 CLOSE HORAEST
                 OPEN I-O HORAEST
            END-IF
            IF NOT FHE-OK
               DISPLAY 'ERRO AO ABRIR O LANCAMENTO DE HORAS'
               MOVE WS-FHE TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FHE ' - ' WS-FS-MSG
               CLOSE HORAEST
               CLOSE ESTAGIO
               GO TO P4-HORAS-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-HE
            MOVE WS-AAAAMM-INF            TO AAAAMM-HE
            READ HORAEST
                KEY IS ID-HORAEST
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    DISPLAY 'MES JA LANCADO COM ' QT-HORAS-HE
                            ' HORAS - SERA SUBSTITUIDO.'
            END-READ
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-HE
            MOVE WS-AAAAMM-INF            TO AAAAMM-HE
            MOVE WS-HORAS-MES-INF         TO QT-HORAS-HE
            MOVE WS-DATA-HOJE             TO DT-LANCAMENTO-HE
            MOVE LK-OPERADOR              TO OP-HORAEST
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-HORAEST
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-HORAEST
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            IF NOT ACHOU
               DISPLAY 'ERRO AO GRAVAR O LANCAMENTO DE HORAS'
               CLOSE HORAEST
               CLOSE ESTAGIO
               GO TO P4-HORAS-FIM
            END-IF

      *SOMA DE TODOS OS MESES LANCADOS DO ALUNO
            MOVE ZEROS                    TO WS-SOMA-HORAS
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-HE
            MOVE ZEROS                    TO AAAAMM-HE
            SET EOF2-OK                   TO FALSE
            START HORAEST KEY IS NOT LESS THAN ID-HORAEST
                INVALID KEY
                    SET EOF2-OK           TO TRUE
            END-START
            PERFORM UNTIL EOF2-OK
                READ HORAEST NEXT RECORD
                    AT END
                        SET EOF2-OK       TO TRUE
                    NOT AT END
                        IF ID-ALUNO-HE NOT EQUAL WS-ID-ALUNO-INF
                           SET EOF2-OK    TO TRUE
                        ELSE
                           ADD QT-HORAS-HE TO WS-SOMA-HORAS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORAEST

            IF WS-SOMA-HORAS GREATER THAN 9999
               MOVE 9999                  TO WS-SOMA-HORAS
            END-IF
            MOVE WS-SOMA-HORAS            TO QT-HORAS-CUMPR-EST
            IF ESTAGIO-ANDAMENTO AND
               QT-HORAS-CUMPR-EST NOT LESS THAN QT-HORAS-EXIG-EST
               SET ESTAGIO-CONCLUIDO      TO TRUE
               DISPLAY 'CARGA EXIGIDA CUMPRIDA - ESTAGIO CONCLUIDO.'
            END-IF
            IF ESTAGIO-CONCLUIDO AND
               QT-HORAS-CUMPR-EST LESS THAN QT-HORAS-EXIG-EST
               SET ESTAGIO-ANDAMENTO      TO TRUE
               DISPLAY 'CARGA ABAIXO DA EXIGIDA - ESTAGIO REABERTO.'
            END-IF
            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-EST
            MOVE LK-OPERADOR              TO OP-ESTAGIO
            REWRITE REG-ESTAGIO
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A CARGA CUMPRIDA'
                NOT INVALID KEY
                    DISPLAY 'Horas lancadas! CUMPRIDAS: '
                            QT-HORAS-CUMPR-EST ' DE '
                            QT-HORAS-EXIG-EST
                    MOVE 'ESTAGIO'        TO WS-AUD-PROGRAMA
                    MOVE 'HORAS'          TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' MES '
                           WS-AAAAMM-INF ' HORAS ' WS-HORAS-MES-INF
                           ' TOTAL ' QT-HORAS-CUMPR-EST
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE ESTAGIO
            .
       P4-HORAS-FIM.

      *RELATORIO MENSAL: CONVENIOS QUE VENCEM DENTRO DA ANTECEDENCIA
      *INFORMADA (E OS JA VENCIDOS COM ESTAGIARIO EM ANDAMENTO) E
      *ALUNOS COM HORAS ABAIXO DO CRONOGRAMA PROPORCIONAL AO PERIODO
       P5-RELATORIO.
            DISPLAY 'Antecedencia para convenios a vencer em dias'
                    ' (0 = 60): '
            MOVE ZEROS                    TO WS-DIAS-ANTEC
            ACCEPT WS-DIAS-ANTEC
            IF WS-DIAS-ANTEC EQUAL ZEROS
               MOVE 60                    TO WS-DIAS-ANTEC
            END-IF
            COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                  + WS-DIAS-ANTEC)
            END-COMPUTE

            SET FCV-OK                    TO TRUE
            OPEN INPUT CONVENIO
            SET FES-OK                    TO TRUE
            OPEN INPUT ESTAGIO
            IF NOT FCV-OK AND NOT FES-OK
               DISPLAY 'NENHUM CONVENIO OU ESTAGIO CADASTRADO.'
               CLOSE CONVENIO
               CLOSE ESTAGIO
               GO TO P5-RELATORIO-FIM
            END-IF
            SET ALUNOS-DISPONIVEL         TO FALSE
            SET FLS-OK                    TO TRUE
            OPEN INPUT ALUNO
            IF FLS-OK
               SET ALUNOS-DISPONIVEL      TO TRUE
            END-IF

            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            END-IF
            IF NOT FIM-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
            END-IF

            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'ESTAGIO SUPERVISIONADO - RELATORIO MENSAL - '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

      *PARTE 1 - CONVENIOS
            MOVE SPACES                   TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            STRING 'CONVENIOS A VENCER ATE ' WS-DT-LIMITE
                   ' E VENCIDOS COM ESTAGIARIOS'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'CONV.'                  TO WS-LINHA-REL(1:5)
            MOVE 'EMPRESA'                TO WS-LINHA-REL(7:7)
            MOVE 'FIM'                    TO WS-LINHA-REL(38:3)
            MOVE 'SITUACAO'               TO WS-LINHA-REL(48:8)
            MOVE 'ESTAG.'                 TO WS-LINHA-REL(58:6)
            MOVE 'PASTA'                  TO WS-LINHA-REL(65:5)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-CONV-A-VENCER
                                             WS-QT-CONV-VENCIDOS
                                             WS-QT-ATRASADOS
            IF FCV-OK
               SET EOF-OK                 TO FALSE
               PERFORM UNTIL EOF-OK
                   READ CONVENIO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF DT-FIM-CNV NOT GREATER THAN
                              WS-DT-LIMITE
                              PERFORM P5A-CONVENIO
                                      THRU P5A-CONVENIO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'A VENCER: ' WS-QT-CONV-A-VENCER
                   '   VENCIDOS COM ESTAGIARIOS: '
                   WS-QT-CONV-VENCIDOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

      *PARTE 2 - ALUNOS ABAIXO DO CRONOGRAMA DE HORAS
            MOVE SPACES                   TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE 'ALUNOS ABAIXO DO CRONOGRAMA DE HORAS (PREVISTO ='
                                          TO WS-LINHA-REL
            MOVE ' PROPORCIONAL AO PERIODO)'
                                          TO WS-LINHA-REL(49:25)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'ALUNO'                  TO WS-LINHA-REL(1:5)
            MOVE 'NOME'                   TO WS-LINHA-REL(7:4)
            MOVE 'CONV.'                  TO WS-LINHA-REL(28:5)
            MOVE 'EXIG'                   TO WS-LINHA-REL(34:4)
            MOVE 'PREV'                   TO WS-LINHA-REL(40:4)
            MOVE 'CUMP'                   TO WS-LINHA-REL(46:4)
            MOVE 'FALTA'                  TO WS-LINHA-REL(51:5)
            MOVE 'OBSERVACAO'             TO WS-LINHA-REL(58:10)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            IF FES-OK
               MOVE ZEROS                 TO ID-ALUNO-EST
               SET EOF-OK                 TO FALSE
               START ESTAGIO KEY IS NOT LESS THAN ID-ALUNO-EST
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ ESTAGIO NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ESTAGIO-ANDAMENTO
                              PERFORM P5B-CRONOGRAMA
                                      THRU P5B-CRONOGRAMA-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE ALUNO
            CLOSE ESTAGIO
            CLOSE CONVENIO

            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'ALUNOS ABAIXO DO CRONOGRAMA: ' WS-QT-ATRASADOS
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'ESTAGIO'             TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'ESTAGIO'                TO WS-AUD-PROGRAMA
            MOVE 'RELATORIO'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'CONVENIOS A VENCER ' WS-QT-CONV-A-VENCER
                   ' VENCIDOS ' WS-QT-CONV-VENCIDOS
                   ' ALUNOS ATRASADOS ' WS-QT-ATRASADOS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P5-RELATORIO-FIM.

      *CONVENIO CORRENTE: CONTA OS ESTAGIARIOS EM ANDAMENTO E LISTA SE
      *A VENCER, OU SE JA VENCIDO COM ESTAGIARIO EM ANDAMENTO
       P5A-CONVENIO.
            MOVE ZEROS                    TO WS-QT-ESTAGIARIOS
            IF FES-OK
               MOVE ZEROS                 TO ID-ALUNO-EST
               SET EOF2-OK                TO FALSE
               START ESTAGIO KEY IS NOT LESS THAN ID-ALUNO-EST
                   INVALID KEY
                       SET EOF2-OK        TO TRUE
               END-START
               PERFORM UNTIL EOF2-OK
                   READ ESTAGIO NEXT RECORD
                       AT END
                           SET EOF2-OK    TO TRUE
                       NOT AT END
                           IF NR-CONVENIO-EST EQUAL NR-CONVENIO-CNV
                              AND ESTAGIO-ANDAMENTO
                              ADD 1       TO WS-QT-ESTAGIARIOS
                           END-IF
                   END-READ
               END-PERFORM
            END-IF

            MOVE SPACES                   TO WS-LINHA-REL
            IF DT-FIM-CNV LESS THAN WS-DATA-HOJE
               IF WS-QT-ESTAGIARIOS EQUAL ZEROS
                  GO TO P5A-CONVENIO-FIM
               END-IF
               ADD 1                      TO WS-QT-CONV-VENCIDOS
               MOVE 'VENCIDO'             TO WS-LINHA-REL(48:7)
            ELSE
               ADD 1                      TO WS-QT-CONV-A-VENCER
               MOVE 'A VENCER'            TO WS-LINHA-REL(48:8)
            END-IF
            MOVE NR-CONVENIO-CNV          TO WS-LINHA-REL(1:5)
            MOVE NM-EMPRESA-CNV           TO WS-LINHA-REL(7:30)
            MOVE DT-FIM-CNV               TO WS-LINHA-REL(38:8)
            MOVE WS-QT-ESTAGIARIOS        TO WS-ED-QTDE
            MOVE WS-ED-QTDE               TO WS-LINHA-REL(58:4)
            MOVE DS-PASTA-CNV             TO WS-LINHA-REL(65:10)
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            .
       P5A-CONVENIO-FIM.

      *ESTAGIO CORRENTE: HORAS PREVISTAS ATE HOJE PROPORCIONAIS AOS
      *DIAS DECORRIDOS DO PERIODO; LISTA SE AS CUMPRIDAS FICAM ABAIXO
       P5B-CRONOGRAMA.
            IF DT-INICIO-EST NOT LESS THAN WS-DATA-HOJE
               GO TO P5B-CRONOGRAMA-FIM
            END-IF
            COMPUTE WS-DIAS-TOTAL =
                    FUNCTION INTEGER-OF-DATE(DT-FIM-EST)
                  - FUNCTION INTEGER-OF-DATE(DT-INICIO-EST)
            END-COMPUTE
            IF WS-DIAS-TOTAL NOT GREATER THAN ZEROS
               GO TO P5B-CRONOGRAMA-FIM
            END-IF
            MOVE WS-DATA-HOJE             TO WS-DT-CORTE
            IF DT-FIM-EST LESS THAN WS-DT-CORTE
               MOVE DT-FIM-EST            TO WS-DT-CORTE
            END-IF
            COMPUTE WS-DIAS-DECOR =
                    FUNCTION INTEGER-OF-DATE(WS-DT-CORTE)
                  - FUNCTION INTEGER-OF-DATE(DT-INICIO-EST)
            END-COMPUTE
            COMPUTE WS-HORAS-PREV =
                    QT-HORAS-EXIG-EST * WS-DIAS-DECOR / WS-DIAS-TOTAL
            END-COMPUTE
            IF QT-HORAS-CUMPR-EST NOT LESS THAN WS-HORAS-PREV
               GO TO P5B-CRONOGRAMA-FIM
            END-IF

            ADD 1                         TO WS-QT-ATRASADOS
            COMPUTE WS-HORAS-FALTA = WS-HORAS-PREV - QT-HORAS-CUMPR-EST
            END-COMPUTE
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE ID-ALUNO-EST             TO WS-LINHA-REL(1:5)
            IF ALUNOS-DISPONIVEL
               MOVE ID-ALUNO-EST          TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-LINHA-REL(7:20)
               END-READ
            END-IF
            MOVE NR-CONVENIO-EST          TO WS-LINHA-REL(28:5)
            MOVE QT-HORAS-EXIG-EST        TO WS-ED-QTDE
            MOVE WS-ED-QTDE               TO WS-LINHA-REL(34:4)
            MOVE WS-HORAS-PREV            TO WS-ED-QTDE
            MOVE WS-ED-QTDE               TO WS-LINHA-REL(40:4)
            MOVE QT-HORAS-CUMPR-EST       TO WS-ED-QTDE
            MOVE WS-ED-QTDE               TO WS-LINHA-REL(46:4)
            MOVE WS-HORAS-FALTA           TO WS-ED-QTDE
            MOVE WS-ED-QTDE               TO WS-LINHA-REL(52:4)
            IF DT-FIM-EST LESS THAN WS-DATA-HOJE
               MOVE 'PRAZO ENCERRADO'     TO WS-LINHA-REL(58:15)
            END-IF
            PERFORM P7-EMITE-LINHA        THRU P7-EMITE-LINHA-FIM
            .
       P5B-CRONOGRAMA-FIM.

       P7-EMITE-LINHA.
            DISPLAY WS-LINHA-REL
            IF FIM-OK
               MOVE WS-LINHA-REL          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P7-EMITE-LINHA-FIM.

      *LE UMA DATA AAAAMMDD; ZERO E ACEITO (MANTER) E FICA COMO NAO
      *VALIDA PARA QUEM EXIGE A DATA
       P8-PEDE-DATA.
            SET DATA-VALIDA               TO FALSE
            MOVE ZEROS                    TO WS-DT-INF
            ACCEPT WS-DT-INF
            IF WS-DT-INF EQUAL ZEROS
               GO TO P8-PEDE-DATA-FIM
            END-IF
            IF WS-DT-INF-MM LESS THAN 1 OR WS-DT-INF-MM GREATER THAN 12
               OR WS-DT-INF-DD LESS THAN 1
               OR WS-DT-INF-DD GREATER THAN 31
               OR WS-DT-INF-AAAA LESS THAN 2000
               DISPLAY 'DATA INVALIDA.'
               GO TO P8-PEDE-DATA-FIM
            END-IF
            SET DATA-VALIDA               TO TRUE
            .
       P8-PEDE-DATA-FIM.

      *ABRE O CADASTRO DE CONVENIOS, CRIANDO-O SE NAO EXISTIR
       P9-ABRE-CONVENIO.
            SET FCV-OK                    TO TRUE
            OPEN I-O CONVENIO
            IF WS-FCV EQUAL 35
                 CLOSE CONVENIO
                 OPEN OUTPUT CONVENIO
                 CLOSE CONVENIO
                 OPEN I-O CONVENIO
            END-IF
            IF NOT FCV-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CONVENIOS'
               MOVE WS-FCV TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FCV ' - ' WS-FS-MSG
               CLOSE CONVENIO
            END-IF
            .
       P9-ABRE-CONVENIO-FIM.

      *ABRE O CADASTRO DE ESTAGIOS, CRIANDO-O SE NAO EXISTIR
       P9A-ABRE-ESTAGIO.
            SET FES-OK                    TO TRUE
            OPEN I-O ESTAGIO
            IF WS-FES EQUAL 35
                 CLOSE ESTAGIO
                 OPEN OUTPUT ESTAGIO
                 CLOSE ESTAGIO
                 OPEN I-O ESTAGIO
            END-IF
            IF NOT FES-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ESTAGIOS'
               MOVE WS-FES TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FES ' - ' WS-FS-MSG
               CLOSE ESTAGIO
            END-IF
            .
       P9A-ABRE-ESTAGIO-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM ESTAGIO.
