      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: plano educacional individualizado (PEI) dos alunos
      *          com deficiencia ou necessidade de aprendizagem:
      *          cadastro do plano (CFP001S131: tipo da necessidade,
      *          laudo, adaptacoes, profissional de apoio e criterio
      *          geral de avaliacao), adaptacoes por materia
      *          (CFP001S132) e revisoes bimestrais (CFP001S133), que
      *          so valem depois de assinadas pela coordenacao
      *          (perfil DIRECAO). o aviso de avaliacao adaptada
      *          aparece no lancamento de notas (NOTAALUN, AVALNOTA)
      *          e no boletim, e o CENSOEXP tira daqui os campos de
      *          necessidade especial
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DO CADASTRO DO PEI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PEI ASSIGN TO WS-PATH-PEI
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-PEI
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPE.

                SELECT PEIMAT ASSIGN TO WS-PATH-PEIMAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PEIMAT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPM.

                SELECT PEIREV ASSIGN TO WS-PATH-PEIREV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PEIREV
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPR.

                SELECT ALUNO ASSIGN TO WS-PATH-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                FILE STATUS IS WS-FLS.

                SELECT MATERIA ASSIGN TO WS-PATH-MATERIA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-MATERIA
                FILE STATUS IS WS-FMT.

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
       FD PEI.
          COPY CFPK0123.
       FD PEIMAT.
          COPY CFPK0124.
       FD PEIREV.
          COPY CFPK0125.
       FD ALUNO.
          COPY CFPK0001.
       FD MATERIA.
          COPY CFPK0002.
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
       77 WS-FPE                          PIC 99.
          88 FPE-OK                       VALUE 0.
       77 WS-FPM                          PIC 99.
          88 FPM-OK                       VALUE 0.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FMT                          PIC 99.
          88 FMT-OK                       VALUE 0.
       77 WS-FIM                          PIC 99.
          88 FIM-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-CONFIRMA                     PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-ACHOU                        PIC X VALUE 'N'.
          88 ACHOU                        VALUE 'S' FALSE 'N'.
       77 WS-NOVO                         PIC X VALUE 'N'.
          88 REGISTRO-NOVO                VALUE 'S' FALSE 'N'.
       77 WS-ALUNOS-DISPONIVEL            PIC X VALUE 'N'.
          88 ALUNOS-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-AAAA-HOJE                 PIC 9(04).
          03 FILLER                       PIC 9(04).
      *DADOS INFORMADOS
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-ID-MATERIA-INF               PIC 9(05) VALUE ZEROS.
       77 WS-ANO-INF                      PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE-INF                 PIC 9(01) VALUE ZEROS.
       77 WS-TIPO-INF                     PIC X(02) VALUE SPACES.
          88 TIPO-VALIDO                  VALUE 'DF' 'DV' 'DA' 'DI'
                                                'DM' 'TA' 'AH' 'TF'.
       77 WS-DESCRICAO-INF                PIC X(40) VALUE SPACES.
       77 WS-LAUDO-INF                    PIC X(01) VALUE SPACES.
       77 WS-TEXTO-INF                    PIC X(60) VALUE SPACES.
       77 WS-PROF-APOIO-INF               PIC X(20) VALUE SPACES.
       77 WS-SITUACAO-INF                 PIC X(01) VALUE SPACES.
       77 WS-IX                           PIC 9(01) VALUE ZEROS.
      *TOTAIS DA LISTA DE REVISOES PENDENTES
       77 WS-QT-ATIVOS                    PIC 9(04) VALUE ZEROS.
       77 WS-QT-PENDENTES                 PIC 9(04) VALUE ZEROS.
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
            DISPLAY '*** PLANO EDUCACIONAL INDIVIDUALIZADO (PEI) ***'
            DISPLAY 'TECLE <P> PARA O PLANO DO ALUNO, <M> PARA A'
            DISPLAY 'ADAPTACAO DE UMA MATERIA, <R> PARA A REVISAO'
            DISPLAY 'BIMESTRAL, <A> PARA ASSINAR UMA REVISAO, <C> PARA'
            DISPLAY 'CONSULTAR, <L> PARA AS REVISOES PENDENTES OU <S>'
            DISPLAY 'PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'P'
                WHEN 'p'
                    PERFORM P2-PLANO      THRU P2-PLANO-FIM
                WHEN 'M'
                WHEN 'm'
                    PERFORM P3-MATERIA    THRU P3-MATERIA-FIM
                WHEN 'R'
                WHEN 'r'
                    PERFORM P4-REVISAO    THRU P4-REVISAO-FIM
                WHEN 'A'
                WHEN 'a'
                    PERFORM P5-ASSINA     THRU P5-ASSINA-FIM
                WHEN 'C'
                WHEN 'c'
                    PERFORM P6-CONSULTA   THRU P6-CONSULTA-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P7-PENDENTES  THRU P7-PENDENTES-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *INCLUSAO OU ALTERACAO DO PLANO DO ALUNO; NA ALTERACAO, ENTER
      *MANTEM O DADO ATUAL. ENCERRAR O PLANO (SITUACAO E) RETIRA O
      *AVISO DE AVALIACAO ADAPTADA SEM APAGAR O HISTORICO
       P2-PLANO.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P2-PLANO-FIM
            END-IF
            PERFORM P9-ABRE-PEI           THRU P9-ABRE-PEI-FIM
            IF NOT FPE-OK
               GO TO P2-PLANO-FIM
            END-IF

            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PEI
            READ PEI
                KEY IS ID-ALUNO-PEI
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PEI
                    MOVE WS-ID-ALUNO-INF  TO ID-ALUNO-PEI
                    MOVE WS-DATA-HOJE     TO DT-INICIO-PEI
                    SET PEI-ATIVO         TO TRUE
                    DISPLAY 'ALUNO SEM PEI - INFORME OS DADOS.'
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    PERFORM P6A-MOSTRA-PLANO
                            THRU P6A-MOSTRA-PLANO-FIM
            END-READ

            DISPLAY 'TIPOS: DF=FISICA DV=VISUAL DA=AUDITIVA'
                    ' DI=INTELECTUAL DM=MULTIPLA'
            DISPLAY '       TA=AUTISMO AH=ALTAS HABILIDADES'
                    ' TF=TRANSTORNO DE APRENDIZAGEM'
            MOVE SPACES                   TO WS-TIPO-INF
            DISPLAY 'Tipo da necessidade (ENTER = manter): '
            ACCEPT WS-TIPO-INF
            INSPECT WS-TIPO-INF CONVERTING 'adfhimtv' TO 'ADFHIMTV'
            IF WS-TIPO-INF NOT EQUAL SPACES
               IF NOT TIPO-VALIDO
                  DISPLAY 'TIPO DE NECESSIDADE INVALIDO!'
                  CLOSE PEI
                  GO TO P2-PLANO-FIM
               END-IF
               MOVE WS-TIPO-INF           TO TP-NECESSIDADE-PEI
            END-IF
            IF TP-NECESSIDADE-PEI EQUAL SPACES
               DISPLAY 'TIPO DA NECESSIDADE E OBRIGATORIO!'
               CLOSE PEI
               GO TO P2-PLANO-FIM
            END-IF
            MOVE SPACES                   TO WS-DESCRICAO-INF
            DISPLAY 'Descricao da necessidade (ENTER = manter): '
            ACCEPT WS-DESCRICAO-INF
            IF WS-DESCRICAO-INF NOT EQUAL SPACES
               MOVE WS-DESCRICAO-INF      TO DS-NECESSIDADE-PEI
            END-IF
            MOVE SPACES                   TO WS-LAUDO-INF
            DISPLAY 'Possui laudo S/N (ENTER = manter): '
            ACCEPT WS-LAUDO-INF
            INSPECT WS-LAUDO-INF CONVERTING 'sn' TO 'SN'
            IF WS-LAUDO-INF EQUAL 'S' OR WS-LAUDO-INF EQUAL 'N'
               MOVE WS-LAUDO-INF          TO FL-LAUDO-PEI
            END-IF
            IF FL-LAUDO-PEI NOT EQUAL 'S'
               MOVE 'N'                   TO FL-LAUDO-PEI
            END-IF
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER 3
                MOVE SPACES               TO WS-TEXTO-INF
                DISPLAY 'Adaptacao ' WS-IX ' (ENTER = manter, *'
                        ' = apagar): '
                ACCEPT WS-TEXTO-INF
                IF WS-TEXTO-INF EQUAL '*'
                   MOVE SPACES            TO DS-ADAPTACAO-PEI(WS-IX)
                ELSE
                   IF WS-TEXTO-INF NOT EQUAL SPACES
                      MOVE WS-TEXTO-INF   TO DS-ADAPTACAO-PEI(WS-IX)
                   END-IF
                END-IF
            END-PERFORM
            MOVE SPACES                   TO WS-PROF-APOIO-INF
            DISPLAY 'Profissional de apoio (ENTER = manter, * ='
                    ' nenhum): '
            ACCEPT WS-PROF-APOIO-INF
            IF WS-PROF-APOIO-INF EQUAL '*'
               MOVE SPACES                TO NM-PROF-APOIO-PEI
            ELSE
               IF WS-PROF-APOIO-INF NOT EQUAL SPACES
                  MOVE WS-PROF-APOIO-INF  TO NM-PROF-APOIO-PEI
               END-IF
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Criterio geral de avaliacao (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-CRITERIO-PEI
            END-IF
            IF DS-CRITERIO-PEI EQUAL SPACES
               DISPLAY 'CRITERIO DE AVALIACAO E OBRIGATORIO!'
               CLOSE PEI
               GO TO P2-PLANO-FIM
            END-IF
            IF NOT REGISTRO-NOVO
               MOVE SPACES                TO WS-SITUACAO-INF
               DISPLAY 'Situacao A=ATIVO E=ENCERRADO (ENTER ='
                       ' manter): '
               ACCEPT WS-SITUACAO-INF
               INSPECT WS-SITUACAO-INF CONVERTING 'ae' TO 'AE'
               IF WS-SITUACAO-INF NOT EQUAL SPACES
                  IF WS-SITUACAO-INF NOT EQUAL 'A' AND
                     WS-SITUACAO-INF NOT EQUAL 'E'
                     DISPLAY 'SITUACAO INVALIDA!'
                     CLOSE PEI
                     GO TO P2-PLANO-FIM
                  END-IF
                  MOVE WS-SITUACAO-INF    TO ST-PEI
               END-IF
            END-IF

            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-PEI
            MOVE LK-OPERADOR              TO OP-PEI
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PEI
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PEI
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PEI

            IF ACHOU
               DISPLAY 'PEI gravado!'
               MOVE 'PEI'                 TO WS-AUD-PROGRAMA
               IF REGISTRO-NOVO
                  MOVE 'INCLUSAO'         TO WS-AUD-OPERACAO
               ELSE
                  MOVE 'ALTERACAO'        TO WS-AUD-OPERACAO
               END-IF
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' TIPO '
                      TP-NECESSIDADE-PEI ' SITUACAO ' ST-PEI
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR O PEI'
            END-IF
            .
       P2-PLANO-FIM.

      *ADAPTACAO E CRITERIO PROPRIOS DE UMA MATERIA; SEM ELES A
      *MATERIA SEGUE O CRITERIO GERAL DO PLANO
       P3-MATERIA.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P3-MATERIA-FIM
            END-IF
            PERFORM P8B-LE-PLANO          THRU P8B-LE-PLANO-FIM
            IF NOT ACHOU
               GO TO P3-MATERIA-FIM
            END-IF

            DISPLAY 'Informe o codigo da materia: '
            ACCEPT WS-ID-MATERIA-INF
            MOVE 'N'                      TO WS-ACHOU
            SET FMT-OK                    TO TRUE
            OPEN INPUT MATERIA
            IF FMT-OK
               MOVE WS-ID-MATERIA-INF     TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       DISPLAY 'MATERIA NAO EXISTE!'
                   NOT INVALID KEY
                       MOVE 'S'           TO WS-ACHOU
                       DISPLAY 'MATERIA: ' NM-MATERIA
               END-READ
            ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE MATERIAS'
            END-IF
            CLOSE MATERIA
            IF NOT ACHOU
               GO TO P3-MATERIA-FIM
            END-IF

            PERFORM P9A-ABRE-PEIMAT       THRU P9A-ABRE-PEIMAT-FIM
            IF NOT FPM-OK
               GO TO P3-MATERIA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PM
            MOVE WS-ID-MATERIA-INF        TO ID-MATERIA-PM
            READ PEIMAT
                KEY IS ID-PEIMAT
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PEIMAT
                    MOVE WS-ID-ALUNO-INF  TO ID-ALUNO-PM
                    MOVE WS-ID-MATERIA-INF TO ID-MATERIA-PM
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    DISPLAY 'ADAPTACAO: ' DS-ADAPTACAO-PM
                    DISPLAY 'CRITERIO : ' DS-CRITERIO-PM
            END-READ

            IF NOT REGISTRO-NOVO
               MOVE SPACES                TO WS-CONFIRMA
               DISPLAY 'Tecle <E> para excluir a adaptacao da'
                       ' materia ou ENTER para alterar: '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL 'E' OR WS-CONFIRMA EQUAL 'e'
                  DELETE PEIMAT RECORD
                      INVALID KEY
                          DISPLAY 'ERRO AO EXCLUIR A ADAPTACAO'
                      NOT INVALID KEY
                          DISPLAY 'Adaptacao excluida - a materia'
                                  ' segue o criterio geral.'
                          MOVE 'PEI'      TO WS-AUD-PROGRAMA
                          MOVE 'EXCLUSAO'  TO WS-AUD-OPERACAO
                          MOVE SPACES     TO WS-AUD-DETALHE
                          STRING 'ALUNO ' WS-ID-ALUNO-INF
                                 ' MATERIA ' WS-ID-MATERIA-INF
                                 DELIMITED BY SIZE
                                 INTO WS-AUD-DETALHE
                          END-STRING
                          PERFORM A9-GRAVA-AUDITORIA
                                  THRU A9-GRAVA-AUDITORIA-FIM
                  END-DELETE
                  CLOSE PEIMAT
                  GO TO P3-MATERIA-FIM
               END-IF
            END-IF

            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Adaptacao na materia (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-ADAPTACAO-PM
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Criterio de avaliacao na materia (ENTER ='
                    ' manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-CRITERIO-PM
            END-IF
            IF DS-ADAPTACAO-PM EQUAL SPACES AND
               DS-CRITERIO-PM EQUAL SPACES
               DISPLAY 'INFORME A ADAPTACAO OU O CRITERIO!'
               CLOSE PEIMAT
               GO TO P3-MATERIA-FIM
            END-IF

            MOVE WS-DATA-HOJE             TO DT-ATUALIZ-PM
            MOVE LK-OPERADOR              TO OP-PEIMAT
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PEIMAT
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PEIMAT
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PEIMAT

            IF ACHOU
               DISPLAY 'Adaptacao da materia gravada!'
               MOVE 'PEI'                 TO WS-AUD-PROGRAMA
               MOVE 'MATERIA'             TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' MATERIA '
                      WS-ID-MATERIA-INF
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR A ADAPTACAO DA MATERIA'
            END-IF
            .
       P3-MATERIA-FIM.

      *REVISAO BIMESTRAL DO PLANO: AVANCOS, DIFICULDADES E
      *ENCAMINHAMENTOS. FICA PENDENTE ATE A COORDENACAO ASSINAR;
      *DEPOIS DE ASSINADA NAO PODE SER ALTERADA
       P4-REVISAO.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P4-REVISAO-FIM
            END-IF
            PERFORM P8B-LE-PLANO          THRU P8B-LE-PLANO-FIM
            IF NOT ACHOU
               GO TO P4-REVISAO-FIM
            END-IF
            PERFORM P8C-PEDE-BIMESTRE     THRU P8C-PEDE-BIMESTRE-FIM
            IF NOT ACHOU
               GO TO P4-REVISAO-FIM
            END-IF

            PERFORM P9B-ABRE-PEIREV       THRU P9B-ABRE-PEIREV-FIM
            IF NOT FPR-OK
               GO TO P4-REVISAO-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PR
            MOVE WS-ANO-INF               TO ANO-LETIVO-PR
            MOVE WS-BIMESTRE-INF          TO NR-BIMESTRE-PR
            READ PEIREV
                KEY IS ID-PEIREV
                INVALID KEY
                    SET REGISTRO-NOVO     TO TRUE
                    INITIALIZE REG-PEIREV
                    MOVE WS-ID-ALUNO-INF  TO ID-ALUNO-PR
                    MOVE WS-ANO-INF       TO ANO-LETIVO-PR
                    MOVE WS-BIMESTRE-INF  TO NR-BIMESTRE-PR
                NOT INVALID KEY
                    SET REGISTRO-NOVO     TO FALSE
                    PERFORM P6C-MOSTRA-REVISAO
                            THRU P6C-MOSTRA-REVISAO-FIM
            END-READ
            IF NOT REGISTRO-NOVO AND REVISAO-ASSINADA
               DISPLAY 'REVISAO JA ASSINADA - NAO PODE SER ALTERADA.'
               CLOSE PEIREV
               GO TO P4-REVISAO-FIM
            END-IF

            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Avancos observados (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-AVANCOS-PR
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Dificuldades (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-DIFICULDADES-PR
            END-IF
            MOVE SPACES                   TO WS-TEXTO-INF
            DISPLAY 'Encaminhamentos (ENTER = manter): '
            ACCEPT WS-TEXTO-INF
            IF WS-TEXTO-INF NOT EQUAL SPACES
               MOVE WS-TEXTO-INF          TO DS-ENCAMINHA-PR
            END-IF
            IF DS-AVANCOS-PR EQUAL SPACES AND
               DS-DIFICULDADES-PR EQUAL SPACES
               DISPLAY 'INFORME OS AVANCOS OU AS DIFICULDADES!'
               CLOSE PEIREV
               GO TO P4-REVISAO-FIM
            END-IF

            SET REVISAO-PENDENTE          TO TRUE
            MOVE WS-DATA-HOJE             TO DT-REVISAO-PR
            MOVE LK-OPERADOR              TO OP-REVISAO-PR
            MOVE 'S'                      TO WS-ACHOU
            IF REGISTRO-NOVO
               WRITE REG-PEIREV
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-WRITE
            ELSE
               REWRITE REG-PEIREV
                   INVALID KEY
                       MOVE 'N'           TO WS-ACHOU
               END-REWRITE
            END-IF
            CLOSE PEIREV

            IF ACHOU
               DISPLAY 'Revisao gravada - pendente de assinatura da'
                       ' coordenacao.'
               MOVE 'PEI'                 TO WS-AUD-PROGRAMA
               MOVE 'REVISAO'             TO WS-AUD-OPERACAO
               MOVE SPACES                TO WS-AUD-DETALHE
               STRING 'ALUNO ' WS-ID-ALUNO-INF ' ANO ' WS-ANO-INF
                      ' BIMESTRE ' WS-BIMESTRE-INF
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
               PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            ELSE
               DISPLAY 'ERRO AO GRAVAR A REVISAO'
            END-IF
            .
       P4-REVISAO-FIM.

      *ASSINATURA DA REVISAO PELA COORDENACAO (SOMENTE PERFIL DIRECAO)
       P5-ASSINA.
            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'ASSINATURA RESTRITA A COORDENACAO (PERFIL'
                       ' DIRECAO).'
               GO TO P5-ASSINA-FIM
            END-IF
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P5-ASSINA-FIM
            END-IF
            PERFORM P8C-PEDE-BIMESTRE     THRU P8C-PEDE-BIMESTRE-FIM
            IF NOT ACHOU
               GO TO P5-ASSINA-FIM
            END-IF

            PERFORM P9B-ABRE-PEIREV       THRU P9B-ABRE-PEIREV-FIM
            IF NOT FPR-OK
               GO TO P5-ASSINA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PR
            MOVE WS-ANO-INF               TO ANO-LETIVO-PR
            MOVE WS-BIMESTRE-INF          TO NR-BIMESTRE-PR
            READ PEIREV
                KEY IS ID-PEIREV
                INVALID KEY
                    DISPLAY 'REVISAO NAO REGISTRADA PARA O BIMESTRE!'
                    CLOSE PEIREV
                    GO TO P5-ASSINA-FIM
            END-READ
            PERFORM P6C-MOSTRA-REVISAO    THRU P6C-MOSTRA-REVISAO-FIM
            IF REVISAO-ASSINADA
               DISPLAY 'REVISAO JA ASSINADA.'
               CLOSE PEIREV
               GO TO P5-ASSINA-FIM
            END-IF

            MOVE SPACES                   TO WS-CONFIRMA
            DISPLAY 'Confirma a assinatura da revisao (S/N)? '
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'ASSINATURA CANCELADA.'
               CLOSE PEIREV
               GO TO P5-ASSINA-FIM
            END-IF

            SET REVISAO-ASSINADA          TO TRUE
            MOVE LK-OPERADOR              TO OP-ASSINATURA-PR
            MOVE WS-DATA-HOJE             TO DT-ASSINATURA-PR
            REWRITE REG-PEIREV
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A ASSINATURA'
                NOT INVALID KEY
                    DISPLAY 'Revisao assinada!'
                    MOVE 'PEI'            TO WS-AUD-PROGRAMA
                    MOVE 'ASSINATURA'     TO WS-AUD-OPERACAO
                    MOVE SPACES           TO WS-AUD-DETALHE
                    STRING 'ALUNO ' WS-ID-ALUNO-INF ' ANO '
                           WS-ANO-INF ' BIMESTRE ' WS-BIMESTRE-INF
                           DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                    END-STRING
                    PERFORM A9-GRAVA-AUDITORIA
                            THRU A9-GRAVA-AUDITORIA-FIM
            END-REWRITE
            CLOSE PEIREV
            .
       P5-ASSINA-FIM.

      *CONSULTA DO PLANO, DAS ADAPTACOES POR MATERIA E DAS REVISOES
       P6-CONSULTA.
            PERFORM P8A-VALIDA-ALUNO      THRU P8A-VALIDA-ALUNO-FIM
            IF NOT ACHOU
               GO TO P6-CONSULTA-FIM
            END-IF
            SET FPE-OK                    TO TRUE
            OPEN INPUT PEI
            IF NOT FPE-OK
               DISPLAY 'NENHUM PEI CADASTRADO.'
               CLOSE PEI
               GO TO P6-CONSULTA-FIM
            END-IF
            MOVE WS-ID-ALUNO-INF          TO ID-ALUNO-PEI
            READ PEI
                KEY IS ID-ALUNO-PEI
                INVALID KEY
                    DISPLAY 'ALUNO SEM PEI.'
                    CLOSE PEI
                    GO TO P6-CONSULTA-FIM
            END-READ
            PERFORM P6A-MOSTRA-PLANO      THRU P6A-MOSTRA-PLANO-FIM
            CLOSE PEI

            DISPLAY '--- ADAPTACOES POR MATERIA ---'
            SET FMT-OK                    TO TRUE
            OPEN INPUT MATERIA
            SET FPM-OK                    TO TRUE
            OPEN INPUT PEIMAT
            IF FPM-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-PM
               MOVE ZEROS                 TO ID-MATERIA-PM
               SET EOF-OK                 TO FALSE
               START PEIMAT KEY IS NOT LESS THAN ID-PEIMAT
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ PEIMAT NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PM NOT EQUAL WS-ID-ALUNO-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              PERFORM P6B-MOSTRA-MATERIA
                                      THRU P6B-MOSTRA-MATERIA-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PEIMAT
            CLOSE MATERIA

            DISPLAY '--- REVISOES BIMESTRAIS ---'
            SET FPR-OK                    TO TRUE
            OPEN INPUT PEIREV
            IF FPR-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-PR
               MOVE ZEROS                 TO ANO-LETIVO-PR
                                             NR-BIMESTRE-PR
               SET EOF-OK                 TO FALSE
               START PEIREV KEY IS NOT LESS THAN ID-PEIREV
                   INVALID KEY
                       SET EOF-OK         TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ PEIREV NEXT RECORD
                       AT END
                           SET EOF-OK     TO TRUE
                       NOT AT END
                           IF ID-ALUNO-PR NOT EQUAL WS-ID-ALUNO-INF
                              SET EOF-OK  TO TRUE
                           ELSE
                              PERFORM P6C-MOSTRA-REVISAO
                                      THRU P6C-MOSTRA-REVISAO-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            CLOSE PEIREV
            .
       P6-CONSULTA-FIM.

       P6A-MOSTRA-PLANO.
            DISPLAY '*** PEI DO ALUNO ' ID-ALUNO-PEI ' ***'
            DISPLAY 'NECESSIDADE: ' TP-NECESSIDADE-PEI ' - '
                    DS-NECESSIDADE-PEI '  LAUDO: ' FL-LAUDO-PEI
            PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX GREATER 3
                IF DS-ADAPTACAO-PEI(WS-IX) NOT EQUAL SPACES
                   DISPLAY 'ADAPTACAO ' WS-IX ': '
                           DS-ADAPTACAO-PEI(WS-IX)
                END-IF
            END-PERFORM
            DISPLAY 'APOIO      : ' NM-PROF-APOIO-PEI
            DISPLAY 'CRITERIO   : ' DS-CRITERIO-PEI
            DISPLAY 'INICIO     : ' DT-INICIO-PEI '  SITUACAO: '
                    ST-PEI ' (A=ATIVO E=ENCERRADO)'
            .
       P6A-MOSTRA-PLANO-FIM.

       P6B-MOSTRA-MATERIA.
            MOVE SPACES                   TO NM-MATERIA
            IF FMT-OK
               MOVE ID-MATERIA-PM         TO ID-MATERIA
               READ MATERIA
                   KEY IS ID-MATERIA
                   INVALID KEY
                       MOVE SPACES        TO NM-MATERIA
               END-READ
            END-IF
            DISPLAY 'MATERIA ' ID-MATERIA-PM ' ' NM-MATERIA
            DISPLAY '   ADAPTACAO: ' DS-ADAPTACAO-PM
            DISPLAY '   CRITERIO : ' DS-CRITERIO-PM
            .
       P6B-MOSTRA-MATERIA-FIM.

       P6C-MOSTRA-REVISAO.
            DISPLAY 'REVISAO ' ANO-LETIVO-PR '/' NR-BIMESTRE-PR
                    ' DE ' DT-REVISAO-PR ' POR ' OP-REVISAO-PR
            DISPLAY '   AVANCOS     : ' DS-AVANCOS-PR
            DISPLAY '   DIFICULDADES: ' DS-DIFICULDADES-PR
            DISPLAY '   ENCAMINHAM. : ' DS-ENCAMINHA-PR
            IF REVISAO-ASSINADA
               DISPLAY '   ASSINADA POR ' OP-ASSINATURA-PR ' EM '
                       DT-ASSINATURA-PR
            ELSE
               DISPLAY '   PENDENTE DE ASSINATURA DA COORDENACAO'
            END-IF
            .
       P6C-MOSTRA-REVISAO-FIM.

      *LISTA DOS PLANOS ATIVOS SEM REVISAO ASSINADA NO BIMESTRE
      *INFORMADO (SEM REVISAO OU COM REVISAO PENDENTE)
       P7-PENDENTES.
            PERFORM P8C-PEDE-BIMESTRE     THRU P8C-PEDE-BIMESTRE-FIM
            IF NOT ACHOU
               GO TO P7-PENDENTES-FIM
            END-IF
            SET FPE-OK                    TO TRUE
            OPEN INPUT PEI
            IF NOT FPE-OK
               DISPLAY 'NENHUM PEI CADASTRADO.'
               CLOSE PEI
               GO TO P7-PENDENTES-FIM
            END-IF
            SET FPR-OK                    TO TRUE
            OPEN INPUT PEIREV
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
            STRING 'PEI - REVISOES PENDENTES - ' WS-ANO-INF
                   ' BIMESTRE ' WS-BIMESTRE-INF ' - ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            MOVE 'ALUNO'                  TO WS-LINHA-REL(1:5)
            MOVE 'NOME'                   TO WS-LINHA-REL(7:4)
            MOVE 'TP'                     TO WS-LINHA-REL(28:2)
            MOVE 'APOIO'                  TO WS-LINHA-REL(31:5)
            MOVE 'SITUACAO DA REVISAO'    TO WS-LINHA-REL(52:19)
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM
            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM

            MOVE ZEROS                    TO WS-QT-ATIVOS
                                             WS-QT-PENDENTES
            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ PEI NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF PEI-ATIVO
                           PERFORM P7A-VERIFICA
                                   THRU P7A-VERIFICA-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ALUNO
            CLOSE PEIREV
            CLOSE PEI

            MOVE ALL '-'                  TO WS-LINHA-REL
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM
            MOVE SPACES                   TO WS-LINHA-REL
            STRING 'PLANOS ATIVOS: ' WS-QT-ATIVOS
                   '   SEM REVISAO ASSINADA: ' WS-QT-PENDENTES
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
            END-STRING
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM

            IF FIM-OK
               MOVE WS-SALTO-PAGINA       TO REG-IMPREL
               WRITE REG-IMPREL
               CLOSE IMPREL
               MOVE 'RELATORIO'           TO WS-SPL-TIPO
               MOVE 'PEI'                 TO WS-SPL-PROGRAMA
               MOVE LK-OPERADOR           TO WS-SPL-OPERADOR
               PERFORM Q9-SPOOL-REGISTRA  THRU Q9-SPOOL-REGISTRA-FIM
            END-IF

            MOVE 'PEI'                    TO WS-AUD-PROGRAMA
            MOVE 'PENDENTES'              TO WS-AUD-OPERACAO
            MOVE SPACES                   TO WS-AUD-DETALHE
            STRING 'ANO ' WS-ANO-INF ' BIMESTRE ' WS-BIMESTRE-INF
                   ' ATIVOS ' WS-QT-ATIVOS ' PENDENTES '
                   WS-QT-PENDENTES
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P7-PENDENTES-FIM.

      *PLANO ATIVO CORRENTE: LISTA SE A REVISAO DO BIMESTRE NAO EXISTE
      *OU AINDA NAO FOI ASSINADA
       P7A-VERIFICA.
            ADD 1                         TO WS-QT-ATIVOS
            MOVE SPACES                   TO WS-LINHA-REL
            IF FPR-OK
               MOVE ID-ALUNO-PEI          TO ID-ALUNO-PR
               MOVE WS-ANO-INF            TO ANO-LETIVO-PR
               MOVE WS-BIMESTRE-INF       TO NR-BIMESTRE-PR
               READ PEIREV
                   KEY IS ID-PEIREV
                   INVALID KEY
                       MOVE 'SEM REVISAO' TO WS-LINHA-REL(52:11)
                   NOT INVALID KEY
                       IF REVISAO-ASSINADA
                          GO TO P7A-VERIFICA-FIM
                       END-IF
                       MOVE 'AGUARDA ASSINATURA'
                                          TO WS-LINHA-REL(52:18)
               END-READ
            ELSE
               MOVE 'SEM REVISAO'         TO WS-LINHA-REL(52:11)
            END-IF

            ADD 1                         TO WS-QT-PENDENTES
            MOVE ID-ALUNO-PEI             TO WS-LINHA-REL(1:5)
            IF ALUNOS-DISPONIVEL
               MOVE ID-ALUNO-PEI          TO ID-ALUNO
               READ ALUNO
                   KEY IS ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NM-ALUNO      TO WS-LINHA-REL(7:20)
               END-READ
            END-IF
            MOVE TP-NECESSIDADE-PEI       TO WS-LINHA-REL(28:2)
            MOVE NM-PROF-APOIO-PEI        TO WS-LINHA-REL(31:20)
            PERFORM P8-EMITE-LINHA        THRU P8-EMITE-LINHA-FIM
            .
       P7A-VERIFICA-FIM.

       P8-EMITE-LINHA.
            DISPLAY WS-LINHA-REL
            IF FIM-OK
               MOVE WS-LINHA-REL          TO REG-IMPREL
               WRITE REG-IMPREL
            END-IF
            .
       P8-EMITE-LINHA-FIM.

      *PEDE O ALUNO E CONFERE NO CADASTRO (ACHOU = ALUNO VALIDO)
       P8A-VALIDA-ALUNO.
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
            .
       P8A-VALIDA-ALUNO-FIM.

      *CONFERE SE O ALUNO INFORMADO TEM PLANO ATIVO (ACHOU)
       P8B-LE-PLANO.
            MOVE 'N'                      TO WS-ACHOU
            SET FPE-OK                    TO TRUE
            OPEN INPUT PEI
            IF FPE-OK
               MOVE WS-ID-ALUNO-INF       TO ID-ALUNO-PEI
               READ PEI
                   KEY IS ID-ALUNO-PEI
                   INVALID KEY
                       DISPLAY 'ALUNO SEM PEI - CADASTRE O PLANO'
                               ' ANTES.'
                   NOT INVALID KEY
                       IF PEI-ATIVO
                          MOVE 'S'        TO WS-ACHOU
                       ELSE
                          DISPLAY 'PEI DO ALUNO ENCERRADO!'
                       END-IF
               END-READ
            ELSE
               DISPLAY 'NENHUM PEI CADASTRADO.'
            END-IF
            CLOSE PEI
            .
       P8B-LE-PLANO-FIM.

      *PEDE O ANO LETIVO (0 = ANO CORRENTE) E O BIMESTRE (ACHOU =
      *DADOS VALIDOS)
       P8C-PEDE-BIMESTRE.
            MOVE 'N'                      TO WS-ACHOU
            MOVE ZEROS                    TO WS-ANO-INF
            DISPLAY 'Ano letivo (0 = ano corrente): '
            ACCEPT WS-ANO-INF
            IF WS-ANO-INF EQUAL ZEROS
               MOVE WS-AAAA-HOJE          TO WS-ANO-INF
            END-IF
            IF WS-ANO-INF LESS THAN 2000
               DISPLAY 'ANO LETIVO INVALIDO!'
               GO TO P8C-PEDE-BIMESTRE-FIM
            END-IF
            MOVE ZEROS                    TO WS-BIMESTRE-INF
            DISPLAY 'Bimestre (1 a 4): '
            ACCEPT WS-BIMESTRE-INF
            IF WS-BIMESTRE-INF LESS THAN 1 OR
               WS-BIMESTRE-INF GREATER THAN 4
               DISPLAY 'BIMESTRE INVALIDO!'
               GO TO P8C-PEDE-BIMESTRE-FIM
            END-IF
            MOVE 'S'                      TO WS-ACHOU
            .
       P8C-PEDE-BIMESTRE-FIM.

      *ABRE O CADASTRO DE PEI, CRIANDO-O SE NAO EXISTIR
       P9-ABRE-PEI.
            SET FPE-OK                    TO TRUE
            OPEN I-O PEI
            IF WS-FPE EQUAL 35
                 CLOSE PEI
                 OPEN OUTPUT PEI
                 CLOSE PEI
                 OPEN I-O PEI
            END-IF
            IF NOT FPE-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE PEI'
               MOVE WS-FPE TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPE ' - ' WS-FS-MSG
               CLOSE PEI
            END-IF
            .
       P9-ABRE-PEI-FIM.

      *ABRE AS ADAPTACOES POR MATERIA, CRIANDO-AS SE NAO EXISTIREM
       P9A-ABRE-PEIMAT.
            SET FPM-OK                    TO TRUE
            OPEN I-O PEIMAT
            IF WS-FPM EQUAL 35
                 CLOSE PEIMAT
                 OPEN OUTPUT PEIMAT
                 CLOSE PEIMAT
                 OPEN I-O PEIMAT
            END-IF
            IF NOT FPM-OK
               DISPLAY 'ERRO AO ABRIR AS ADAPTACOES POR MATERIA'
               MOVE WS-FPM TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPM ' - ' WS-FS-MSG
               CLOSE PEIMAT
            END-IF
            .
       P9A-ABRE-PEIMAT-FIM.

      *ABRE AS REVISOES BIMESTRAIS, CRIANDO-AS SE NAO EXISTIREM
       P9B-ABRE-PEIREV.
            SET FPR-OK                    TO TRUE
            OPEN I-O PEIREV
            IF WS-FPR EQUAL 35
                 CLOSE PEIREV
                 OPEN OUTPUT PEIREV
                 CLOSE PEIREV
                 OPEN I-O PEIREV
            END-IF
            IF NOT FPR-OK
               DISPLAY 'ERRO AO ABRIR AS REVISOES DO PEI'
               MOVE WS-FPR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPR ' - ' WS-FS-MSG
               CLOSE PEIREV
            END-IF
            .
       P9B-ABRE-PEIREV-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM PEI.
