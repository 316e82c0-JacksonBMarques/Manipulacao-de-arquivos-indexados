      * UPDATE: 02/09/2026 - LANCAMENTOS COM STATUS EQUIVALE
      *         (APROVEITAMENTO DE ESTUDOS DE OUTRA ESCOLA) SAEM
      *         COM O MARCADOR (*) E A LEGENDA
      * UPDATE: 15/10/2026 - EMISSAO DO HISTORICO COMO DOCUMENTO
      *         OFICIAL, COM CODIGO DE VERIFICACAO NO RODAPE GRAVADO NO
      *         REGISTRO CENTRAL DE AUTENTICIDADE (CFP001S104)
      * UPDATE: 15/10/2026 - O HISTORICO LISTA TAMBEM OS PARECERES
      *         DESCRITIVOS (CFP001S134) DOS ANOS INICIAIS, SEM MEDIA
      *         NEM CONCEITO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTALUN.
                RECORD KEY IS ARQ6-ID-REGISTRO
                FILE STATUS IS WS-FA6.

      * CONTADORES (CODIGO DE VERIFICACAO) E REGISTRO CENTRAL DE
      * AUTENTICIDADE DOS DOCUMENTOS OFICIAIS EMITIDOS
                SELECT CONTADOR ASSIGN TO WS-PATH-CONTADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTADOR
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FSC.

                SELECT AUTENTICA ASSIGN TO WS-PATH-AUTENTICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-VERIFICACAO-AUT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-AUT-FS.

      * PARECERES DOS ANOS CURSADOS EM SERIE DE AVALIACAO DESCRITIVA
                SELECT PARECER ASSIGN TO WS-PATH-PARECER
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-PARECER
                FILE STATUS IS WS-FPR.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
          03 ARQ6-CORPO                PIC X(59).
          03 ARQ6-ID-REGISTRO          PIC 9(03).
          03 ARQ6-RESTO                PIC X(08).
       FD CONTADOR.
          COPY CFPK0008.
       FD AUTENTICA.
          COPY CFPK0095.
       FD PARECER.
          COPY CFPK0126.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-PATH-ARQ-S4               PIC X(100) VALUE SPACES.
       77 WS-PATH-ARQ-S6               PIC X(100) VALUE SPACES.
       77 WS-PATH-PREFIXO              PIC X(100) VALUE SPACES.
      *EMISSAO DO HISTORICO COMO DOCUMENTO OFICIAL, COM CODIGO DE
      *VERIFICACAO NO REGISTRO CENTRAL DE AUTENTICIDADE
       77 WS-FSC                       PIC 99.
          88 FSC-OK                    VALUE 0.
       77 WS-OFICIAL                   PIC X VALUE SPACES.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       COPY AUTENVARS.
      *PARECERES DESCRITIVOS (ANOS INICIAIS), SEM MEDIA NEM CONCEITO
       77 WS-FPR                       PIC 99.
          88 FPR-OK                    VALUE 0.
       77 WS-EOF4                      PIC X.
          88 EOF4-OK                   VALUE 'S' FALSE 'N'.
       77 WS-IX-PAR                    PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                  PIC X(40).
         03 FILLER                       PIC X(01).
         03 LK-OPERADOR                  PIC X(15).
         03 LK-PERFIL                    PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
               PERFORM P4-LISTA-REPROVADOS
                                           THRU P4-LISTA-REPROVADOS-FIM
               PERFORM P6-LISTA-GUARDA  THRU P6-LISTA-GUARDA-FIM
               PERFORM P9-LISTA-PARECERES
                                        THRU P9-LISTA-PARECERES-FIM
               IF WS-CONT EQUAL ZEROS
                  DISPLAY 'NENHUM LANCAMENTO ENCONTRADO PARA O ALUNO.'
               ELSE
                  PERFORM P8-EMISSAO-OFICIAL
                                         THRU P8-EMISSAO-OFICIAL-FIM
               END-IF
            END-IF

            .
       P7-LE-GUARDA-ANO-FIM.

      *EMISSAO DO HISTORICO EXIBIDO COMO DOCUMENTO OFICIAL: GERA O
      *CODIGO DE VERIFICACAO, IMPRIME-O NO RODAPE E O GRAVA NO
      *REGISTRO CENTRAL DE AUTENTICIDADE (CFP001S104). O PERFIL
      *PROFESSOR SO CONSULTA O HISTORICO
       P8-EMISSAO-OFICIAL.
            IF LK-PERFIL EQUAL 'PROFESSOR'
               GO TO P8-EMISSAO-OFICIAL-FIM
            END-IF

            DISPLAY 'Emitir como documento oficial, com codigo de'
                    ' verificacao (S/N)? '
            ACCEPT WS-OFICIAL
            IF WS-OFICIAL NOT EQUAL 'S' AND WS-OFICIAL NOT EQUAL 's'
               GO TO P8-EMISSAO-OFICIAL-FIM
            END-IF

            MOVE 'HE'                  TO WS-AUT-TIPO
            MOVE WS-ID-ALUNO           TO WS-AUT-ID-ALUNO
            PERFORM V9-GERA-CODIGO     THRU V9-GERA-CODIGO-FIM
            IF WS-AUT-CODIGO EQUAL SPACES
               DISPLAY 'CODIGO DE VERIFICACAO INDISPONIVEL - HISTORICO'
                       ' NAO EMITIDO COMO DOCUMENTO OFICIAL.'
               GO TO P8-EMISSAO-OFICIAL-FIM
            END-IF

            MOVE ZEROS                 TO WS-AUT-NR-DOC
            MOVE WS-NM-ALUNO           TO WS-AUT-NM-ALUNO
            MOVE LK-OPERADOR           TO WS-AUT-OPERADOR
            MOVE SPACES                TO WS-AUT-DESCRICAO
            STRING 'HISTORICO ESCOLAR - ' WS-CONT ' LANCAMENTOS'
                   DELIMITED BY SIZE
                   INTO WS-AUT-DESCRICAO
            END-STRING
            PERFORM V9-REGISTRA-CODIGO THRU V9-REGISTRA-CODIGO-FIM
            IF NOT AUT-GRAVOU
               GO TO P8-EMISSAO-OFICIAL-FIM
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY '------------------------------------------------'
            DISPLAY 'HISTORICO EMITIDO EM ' WS-DATA-HOJE
                    '. A SECRETARIA.'
            DISPLAY 'CODIGO DE VERIFICACAO: ' WS-AUT-CODIGO
                    ' - CONFIRA A AUTENTICIDADE NA SECRETARIA'
            .
       P8-EMISSAO-OFICIAL-FIM.

      *LISTA OS PARECERES DESCRITIVOS DO ALUNO (ANOS CURSADOS EM SERIE
      *DE AVALIACAO DESCRITIVA), QUE ENTRAM NO HISTORICO SEM MEDIA
       P9-LISTA-PARECERES.
            SET EOF4-OK               TO FALSE
            SET FPR-OK                TO TRUE

            OPEN INPUT PARECER
            IF NOT FPR-OK
               CLOSE PARECER
               GO TO P9-LISTA-PARECERES-FIM
            END-IF

            MOVE WS-ID-ALUNO          TO ID-ALUNO-PAR
            MOVE ZEROS                TO ANO-LETIVO-PAR
                                         NR-BIMESTRE-PAR
                                         ID-MATERIA-PAR
            START PARECER KEY NOT LESS THAN ID-PARECER
                INVALID KEY
                    SET EOF4-OK       TO TRUE
            END-START
            PERFORM UNTIL EOF4-OK
                READ PARECER NEXT RECORD
                    AT END
                        SET EOF4-OK   TO TRUE
                    NOT AT END
                        IF ID-ALUNO-PAR NOT EQUAL WS-ID-ALUNO
                           SET EOF4-OK TO TRUE
                        ELSE
                           ADD 1      TO WS-CONT
                           DISPLAY 'ANO LETIVO: ' ANO-LETIVO-PAR
                                   '  AREA: ' ID-MATERIA-PAR
                                   ' - ' FUNCTION TRIM(NM-MATERIA-PAR)
                           DISPLAY '   AVALIACAO DESCRITIVA - BIMESTRE '
                                   NR-BIMESTRE-PAR
                           PERFORM VARYING WS-IX-PAR FROM 1 BY 1
                                   UNTIL WS-IX-PAR GREATER THAN 4
                               IF DS-PARECER-PAR(WS-IX-PAR)
                                  NOT EQUAL SPACES
                                  DISPLAY '   '
                                          DS-PARECER-PAR(WS-IX-PAR)
                               END-IF
                           END-PERFORM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PARECER
            .
       P9-LISTA-PARECERES-FIM.

      *LE OS CORTES DE CONCEITO DO ARQUIVO CENTRAL DE PARAMETROS.
      *SEM ARQUIVO OU SEM REGISTRO, VALEM OS VALORES HISTORICOS
       PB-LE-PARAMETROS.
       PB-LE-PARAMETROS-FIM.

       COPY FSDECODE.
       COPY AUTENDOC.

       P0-FIM.
            GOBACK.
