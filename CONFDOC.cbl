      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conferencia de autenticidade dos documentos oficiais:
      *          informado o codigo de verificacao impresso no
      *          documento (declaracao de matricula, historico
      *          escolar, guia de transferencia ou certificado de
      *          conclusao), consulta o registro central (CFP001S104)
      *          e informa se o codigo e valido, o que o documento
      *          certifica e se foi cancelado depois da emissao. lista
      *          os documentos emitidos para um aluno e permite ao
      *          perfil direcao cancelar um codigo, com motivo
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA CONFERENCIA DE AUTENTICIDADE
      *         DE DOCUMENTOS
      * UPDATE: 15/10/2026 - DESCRICAO DOS TIPOS QA (DECLARACAO DE
      *         QUITACAO ANUAL) E DE (DEMONSTRATIVO DE DESPESAS COM
      *         EDUCACAO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT AUTENTICA ASSIGN TO WS-PATH-AUTENTICA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CD-VERIFICACAO-AUT
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FAU.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTENTICA.
          COPY CFPK0095.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       77 WS-FAU                          PIC 99.
          88 FAU-OK                       VALUE 0.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                        PIC X VALUE SPACES.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA                     PIC X VALUE SPACES.
       77 WS-CODIGO-INF                   PIC X(10) VALUE SPACES.
       77 WS-ID-ALUNO-INF                 PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-INF                   PIC X(30) VALUE SPACES.
       77 WS-DS-TIPO                      PIC X(25) VALUE SPACES.
       77 WS-DS-SITUACAO                  PIC X(09) VALUE SPACES.
       77 WS-QT-DOCUMENTOS                PIC 9(04) VALUE ZEROS.
       77 WS-QT-CANCELADOS                PIC 9(04) VALUE ZEROS.

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
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK                   TO FALSE
            PERFORM P1-PROCESSA           THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P1-PROCESSA.
            DISPLAY '*** AUTENTICIDADE DE DOCUMENTOS ***'
            DISPLAY 'TECLE <V> PARA CONFERIR UM CODIGO DE VERIFICACAO,'
            DISPLAY '<L> PARA LISTAR OS DOCUMENTOS DE UM ALUNO, <X>'
            DISPLAY 'PARA CANCELAR UM CODIGO OU <S> PARA SAIR:'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'V'
                WHEN 'v'
                    PERFORM P2-CONFERE    THRU P2-CONFERE-FIM
                WHEN 'L'
                WHEN 'l'
                    PERFORM P3-LISTA-ALUNO
                                          THRU P3-LISTA-ALUNO-FIM
                WHEN 'X'
                WHEN 'x'
                    PERFORM P4-CANCELA    THRU P4-CANCELA-FIM
                WHEN 'S'
                WHEN 's'
                    SET EXIT-OK           TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P1-FIM.

      *CONFERE UM CODIGO DE VERIFICACAO NO REGISTRO CENTRAL
       P2-CONFERE.
            PERFORM P5-LE-CODIGO          THRU P5-LE-CODIGO-FIM

            SET FAU-OK                    TO TRUE
            OPEN INPUT AUTENTICA
            IF NOT FAU-OK
               DISPLAY 'NENHUM DOCUMENTO COM CODIGO DE VERIFICACAO'
                       ' EMITIDO ATE O MOMENTO.'
               CLOSE AUTENTICA
               GO TO P2-CONFERE-FIM
            END-IF

            MOVE WS-CODIGO-INF            TO CD-VERIFICACAO-AUT
            READ AUTENTICA
                KEY IS CD-VERIFICACAO-AUT
                INVALID KEY
                    DISPLAY 'CODIGO ' WS-CODIGO-INF ' NAO CONSTA NO'
                            ' REGISTRO - DOCUMENTO NAO RECONHECIDO.'
                NOT INVALID KEY
                    IF ST-AUT EQUAL 'C'
                       DISPLAY '*** DOCUMENTO CANCELADO - NAO TEM MAIS'
                               ' VALIDADE ***'
                    ELSE
                       DISPLAY 'DOCUMENTO AUTENTICO E VALIDO:'
                    END-IF
                    PERFORM P6-EXIBE-REGISTRO
                                          THRU P6-EXIBE-REGISTRO-FIM
            END-READ
            CLOSE AUTENTICA
            .
       P2-CONFERE-FIM.

      *LISTA OS DOCUMENTOS COM CODIGO DE VERIFICACAO EMITIDOS PARA UM
      *ALUNO
       P3-LISTA-ALUNO.
            DISPLAY 'Informe o codigo do aluno: '
            ACCEPT WS-ID-ALUNO-INF

            MOVE ZEROS                    TO WS-QT-DOCUMENTOS
                                             WS-QT-CANCELADOS
            SET FAU-OK                    TO TRUE
            OPEN INPUT AUTENTICA
            IF NOT FAU-OK
               DISPLAY 'NENHUM DOCUMENTO COM CODIGO DE VERIFICACAO'
                       ' EMITIDO ATE O MOMENTO.'
               CLOSE AUTENTICA
               GO TO P3-LISTA-ALUNO-FIM
            END-IF

            SET EOF-OK                    TO FALSE
            PERFORM UNTIL EOF-OK
                READ AUTENTICA NEXT RECORD
                    AT END
                        SET EOF-OK        TO TRUE
                    NOT AT END
                        IF ID-ALUNO-AUT EQUAL WS-ID-ALUNO-INF
                           ADD 1          TO WS-QT-DOCUMENTOS
                           IF ST-AUT EQUAL 'C'
                              ADD 1       TO WS-QT-CANCELADOS
                           END-IF
                           PERFORM P7-DESCRICOES
                                          THRU P7-DESCRICOES-FIM
                           DISPLAY CD-VERIFICACAO-AUT ' '
                                   DT-EMISSAO-AUT ' '
                                   WS-DS-SITUACAO ' '
                                   DS-DOCUMENTO-AUT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUTENTICA

            IF WS-QT-DOCUMENTOS EQUAL ZEROS
               DISPLAY 'NENHUM DOCUMENTO EMITIDO PARA O ALUNO.'
            ELSE
               DISPLAY 'DOCUMENTOS: ' WS-QT-DOCUMENTOS
                       '  CANCELADOS: ' WS-QT-CANCELADOS
            END-IF
            .
       P3-LISTA-ALUNO-FIM.

      *CANCELA UM CODIGO DE VERIFICACAO (DOCUMENTO EMITIDO COM ERRO,
      *EXTRAVIADO OU SUBSTITUIDO), RESTRITO AO PERFIL DIRECAO
       P4-CANCELA.
            IF LK-PERFIL NOT EQUAL 'DIRECAO'
               AND LK-PERFIL NOT EQUAL SPACES
               DISPLAY 'CANCELAMENTO DE DOCUMENTO RESTRITO AO PERFIL'
                       ' DIRECAO.'
               GO TO P4-CANCELA-FIM
            END-IF

            PERFORM P5-LE-CODIGO          THRU P5-LE-CODIGO-FIM

            SET FAU-OK                    TO TRUE
            OPEN I-O AUTENTICA
            IF NOT FAU-OK
               DISPLAY 'NENHUM DOCUMENTO COM CODIGO DE VERIFICACAO'
                       ' EMITIDO ATE O MOMENTO.'
               CLOSE AUTENTICA
               GO TO P4-CANCELA-FIM
            END-IF

            MOVE WS-CODIGO-INF            TO CD-VERIFICACAO-AUT
            READ AUTENTICA
                KEY IS CD-VERIFICACAO-AUT
                INVALID KEY
                    DISPLAY 'CODIGO ' WS-CODIGO-INF ' NAO CONSTA NO'
                            ' REGISTRO.'
                    CLOSE AUTENTICA
                    GO TO P4-CANCELA-FIM
            END-READ
            IF ST-AUT EQUAL 'C'
               DISPLAY 'DOCUMENTO JA CANCELADO EM ' DT-CANCEL-AUT '.'
               CLOSE AUTENTICA
               GO TO P4-CANCELA-FIM
            END-IF

            PERFORM P6-EXIBE-REGISTRO     THRU P6-EXIBE-REGISTRO-FIM
            DISPLAY 'Motivo do cancelamento: '
            ACCEPT WS-MOTIVO-INF
            IF WS-MOTIVO-INF EQUAL SPACES
               DISPLAY 'INFORME O MOTIVO DO CANCELAMENTO.'
               CLOSE AUTENTICA
               GO TO P4-CANCELA-FIM
            END-IF
            DISPLAY 'Confirma o cancelamento (S/N)? '
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA NOT EQUAL 'S' AND WS-RESPOSTA NOT EQUAL 's'
               DISPLAY 'CANCELAMENTO NAO REALIZADO.'
               CLOSE AUTENTICA
               GO TO P4-CANCELA-FIM
            END-IF

            MOVE 'C'                      TO ST-AUT
            MOVE WS-DATA-HOJE             TO DT-CANCEL-AUT
            MOVE WS-AUD-OPERADOR          TO OP-CANCEL-AUT
            MOVE WS-MOTIVO-INF            TO DS-MOTIVO-AUT
            REWRITE REG-AUTENTICA
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O DOCUMENTO'
                    CLOSE AUTENTICA
                    GO TO P4-CANCELA-FIM
            END-REWRITE
            CLOSE AUTENTICA

            DISPLAY 'DOCUMENTO ' WS-CODIGO-INF ' CANCELADO.'

            MOVE 'CONFDOC'                TO WS-AUD-PROGRAMA
            MOVE 'CANCELA'                TO WS-AUD-OPERACAO
            STRING 'CODIGO ' WS-CODIGO-INF ' ' WS-MOTIVO-INF
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P4-CANCELA-FIM.

      *LE O CODIGO DE VERIFICACAO INFORMADO, EM MAIUSCULAS
       P5-LE-CODIGO.
            DISPLAY 'Informe o codigo de verificacao impresso no'
                    ' documento: '
            MOVE SPACES                   TO WS-CODIGO-INF
            ACCEPT WS-CODIGO-INF
            INSPECT WS-CODIGO-INF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P5-LE-CODIGO-FIM.

      *EXIBE O REGISTRO DE AUTENTICIDADE LIDO
       P6-EXIBE-REGISTRO.
            PERFORM P7-DESCRICOES         THRU P7-DESCRICOES-FIM
            DISPLAY '  CODIGO     : ' CD-VERIFICACAO-AUT
            DISPLAY '  DOCUMENTO  : ' WS-DS-TIPO
            DISPLAY '  CERTIFICA  : ' DS-DOCUMENTO-AUT
            DISPLAY '  ALUNO      : ' ID-ALUNO-AUT ' - '
                    FUNCTION TRIM(NM-ALUNO-AUT)
            DISPLAY '  EMITIDO EM : ' DT-EMISSAO-AUT
                    '  OPERADOR: ' OP-EMISSAO-AUT
            DISPLAY '  SITUACAO   : ' WS-DS-SITUACAO
            IF ST-AUT EQUAL 'C'
               DISPLAY '  CANCELADO EM: ' DT-CANCEL-AUT
                       '  OPERADOR: ' OP-CANCEL-AUT
               DISPLAY '  MOTIVO     : ' DS-MOTIVO-AUT
            END-IF
            .
       P6-EXIBE-REGISTRO-FIM.

      *DESCRICAO DO TIPO DE DOCUMENTO E DA SITUACAO DO REGISTRO LIDO
       P7-DESCRICOES.
            EVALUATE TP-DOC-AUT
                WHEN 'DM'
                    MOVE 'DECLARACAO DE MATRICULA'  TO WS-DS-TIPO
                WHEN 'HE'
                    MOVE 'HISTORICO ESCOLAR'        TO WS-DS-TIPO
                WHEN 'GT'
                    MOVE 'GUIA DE TRANSFERENCIA'    TO WS-DS-TIPO
                WHEN 'CC'
                    MOVE 'CERTIFICADO DE CONCLUSAO' TO WS-DS-TIPO
                WHEN 'QA'
                    MOVE 'DECLARACAO DE QUITACAO'   TO WS-DS-TIPO
                WHEN 'DE'
                    MOVE 'DEMONSTRATIVO DESPESAS IR' TO WS-DS-TIPO
                WHEN OTHER
                    MOVE TP-DOC-AUT               TO WS-DS-TIPO
            END-EVALUATE
            IF ST-AUT EQUAL 'C'
               MOVE 'CANCELADO'           TO WS-DS-SITUACAO
            ELSE
               MOVE 'VALIDO'              TO WS-DS-SITUACAO
            END-IF
            .
       P7-DESCRICOES-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

       P0-FIM.
            GOBACK.
       END PROGRAM CONFDOC.
