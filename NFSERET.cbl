      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: importacao do retorno da prefeitura com as NFS-e
      *          emitidas para os RPS enviados pelo NFSEEXP
      *          (CFP001T14). cada linha do retorno tem o layout fixo:
      *            POS 01-05  NUMERO DO RPS (RECIBO) 9(05)
      *            POS 06-15  NUMERO DA NFS-E        9(10)
      *            POS 16-23  DATA DE EMISSAO        AAAAMMDD
      *            POS 24-33  CODIGO DE VERIFICACAO  X(10)
      *          o numero da nota e gravado no registro de NFS-e
      *          (CFP001S88) do recibo, que passa a situacao N e e
      *          mostrado na segunda via do recibo (MENSALID). as
      *          linhas que nao casam (RPS nao enviado, envio
      *          cancelado, RPS ja com outra nota ou linha invalida)
      *          vao para o relatorio de rejeitados (CFP001T14.REJ).
      *          roda sob o controle de jobs com protecao contra
      *          execucao dupla
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - CRIACAO DA IMPORTACAO DO RETORNO DE NFS-E
      * UPDATE: 15/10/2026 - LINHA REJEITADA GUARDADA NOS SUSPENSOS
      *         (CFP001S110) COM O MOTIVO; AS LINHAS CORRIGIDAS E
      *         REENVIADAS PELA TELA DE SUSPENSOS SAO REPROCESSADAS NA
      *         EXECUCAO SEGUINTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT NFSERET ASSIGN TO WS-PATH-NFSERET
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRT.

                SELECT NFSE ASSIGN TO WS-PATH-NFSE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-RECIBO-NFS
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FNF.

                SELECT REJEITADOS ASSIGN TO WS-PATH-NFSEREJ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRJ.

      * ITENS REJEITADOS GUARDADOS PARA TRATAMENTO E REPROCESSAMENTO
                SELECT SUSPENSO ASSIGN TO WS-PATH-SUSPENSO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-SUSPENSO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-SUS-FS.

                SELECT JOBCTRL ASSIGN TO WS-PATH-JOBCTRL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-JOBCTRL
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-JOB-FS.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NFSERET.
       01 REG-NFSERET                     PIC X(33).
       FD NFSE.
          COPY CFPK0079.
       FD REJEITADOS.
       01 REG-REJEITADO                   PIC X(80).
       FD SUSPENSO.
          COPY CFPK0102.
       FD JOBCTRL.
          COPY CFPK0021.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY JOBVARS.
       COPY SUSVARS.
       77 WS-FRT                          PIC 99.
          88 FRT-OK                       VALUE 0.
       77 WS-FNF                          PIC 99.
          88 FNF-OK                       VALUE 0.
       77 WS-FRJ                          PIC 99.
          88 FRJ-OK                       VALUE 0.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *LINHA DO RETORNO DA PREFEITURA DECOMPOSTA NO LAYOUT FIXO
       01 WS-LINHA-RET.
          03 WS-RET-NR-RPS                PIC 9(05).
          03 WS-RET-NR-NFSE               PIC 9(10).
          03 WS-RET-DT-EMISSAO            PIC 9(08).
          03 WS-RET-CD-VERIF              PIC X(10).
       01 WS-LINHA-RET-X REDEFINES WS-LINHA-RET.
          03 WS-RET-TEXTO                 PIC X(33).
      *TOTAIS DO PROCESSAMENTO
       77 WS-QT-LIDAS                     PIC 9(05) VALUE ZEROS.
       77 WS-QT-GRAVADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-QT-REJEITADAS                PIC 9(05) VALUE ZEROS.
       77 WS-QT-REPROCESSADAS             PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-REJ                   PIC X(40) VALUE SPACES.
       77 WS-LINHA-REJ                    PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
         03 LK-MENSAGEM                   PIC X(40).
         03 FILLER                      PIC X(01).
         03 LK-OPERADOR                  PIC X(15).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
           COPY PATHENV.
            DISPLAY LK-MENSAGEM
            MOVE LK-OPERADOR         TO WS-AUD-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P1-IMPORTA            THRU P1-FIM
            PERFORM P0-FIM
            .

      *IMPORTA O RETORNO DA PREFEITURA SOB O CONTROLE DE JOBS
       P1-IMPORTA.
            DISPLAY '*** IMPORTACAO DO RETORNO DE NFS-E ***'

            MOVE 'NFSERET'                TO WS-JOB-PROGRAMA
            MOVE SPACES                   TO WS-JOB-DETALHE
            STRING 'RETORNO NFS-E ' WS-DATA-HOJE
                   DELIMITED BY SIZE
                   INTO WS-JOB-DETALHE
            END-STRING
            PERFORM J8-VERIFICA-JOB       THRU J8-VERIFICA-JOB-FIM
            IF JOB-EM-CURSO
               DISPLAY 'JA EXISTE UMA EXECUCAO DESTE PROGRAMA EM'
                       ' CURSO - AGUARDE O TERMINO.'
               DISPLAY 'SE A EXECUCAO ANTERIOR ABORTOU, ENCERRE O'
                       ' JOB NA LISTAGEM DE JOBS.'
               GO TO P1-FIM
            END-IF
            IF JOB-DUPLICADO
               DISPLAY 'O RETORNO DE HOJE JA FOI IMPORTADO -'
                       ' EXECUCAO RECUSADA.'
               GO TO P1-FIM
            END-IF

            SET FRT-OK                    TO TRUE
            OPEN INPUT NFSERET
            IF NOT FRT-OK
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO.'
               MOVE WS-FRT TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FRT ' - ' WS-FS-MSG
               CLOSE NFSERET
               GO TO P1-FIM
            END-IF

            SET FNF-OK                    TO TRUE
            OPEN I-O NFSE
            IF NOT FNF-OK
               DISPLAY 'NENHUM LOTE DE RPS GERADO ATE O MOMENTO.'
               CLOSE NFSE
               CLOSE NFSERET
               GO TO P1-FIM
            END-IF

            OPEN OUTPUT REJEITADOS

            PERFORM J8-JOB-INICIA         THRU J8-JOB-INICIA-FIM

            MOVE ZEROS                    TO WS-QT-LIDAS
                                             WS-QT-GRAVADAS
                                             WS-QT-REJEITADAS
                                             WS-QT-REPROCESSADAS
            SET EOF-OK                    TO FALSE
            PERFORM P2-PROCESSA-LINHA     THRU P2-PROCESSA-LINHA-FIM
                    UNTIL EOF-OK
            PERFORM P4-REPROCESSA         THRU P4-REPROCESSA-FIM

            CLOSE NFSERET
            CLOSE NFSE
            CLOSE REJEITADOS

            DISPLAY 'LINHAS LIDAS     : ' WS-QT-LIDAS
            DISPLAY 'NFS-E GRAVADAS   : ' WS-QT-GRAVADAS
            DISPLAY 'REJEITADAS       : ' WS-QT-REJEITADAS
            DISPLAY 'SUSPENSOS REPROCESSADOS: ' WS-QT-REPROCESSADAS
            IF WS-QT-REJEITADAS GREATER THAN ZEROS
               DISPLAY 'CONFIRA O RELATORIO DE REJEITADOS; OS ITENS'
                       ' FICAM NOS SUSPENSOS PARA TRATAMENTO.'
            END-IF

            MOVE 'CONCLUIDO'              TO WS-JOB-RESULTADO
            MOVE WS-QT-GRAVADAS           TO WS-JOB-QT
            PERFORM J8-JOB-ENCERRA        THRU J8-JOB-ENCERRA-FIM

            MOVE 'NFSERET'                TO WS-AUD-PROGRAMA
            MOVE 'IMPORTACAO'             TO WS-AUD-OPERACAO
            STRING 'NFS-E ' WS-QT-GRAVADAS ' REJEITADAS '
                   WS-QT-REJEITADAS
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA    THRU A9-GRAVA-AUDITORIA-FIM
            .
       P1-FIM.

      *PROCESSA UMA LINHA DO RETORNO: CASA COM O RPS ENVIADO E GRAVA
      *A NFS-E, OU GRAVA O REJEITO COM O MOTIVO
       P2-PROCESSA-LINHA.
            READ NFSERET
                AT END
                    SET EOF-OK TO TRUE
                    GO TO P2-PROCESSA-LINHA-FIM
            END-READ

            ADD 1                         TO WS-QT-LIDAS
            MOVE REG-NFSERET              TO WS-RET-TEXTO
            PERFORM P2A-TRATA-LINHA       THRU P2A-TRATA-LINHA-FIM
            .
       P2-PROCESSA-LINHA-FIM.

      *TRATA A LINHA DO RETORNO EM WS-RET-TEXTO (LIDA DO ARQUIVO OU
      *REENVIADA DOS SUSPENSOS)
       P2A-TRATA-LINHA.
      *RPS, NOTA E DATA DE EMISSAO (POSICOES 1-23) PRECISAM SER
      *NUMERICOS E A NOTA NAO PODE VIR ZERADA
            IF WS-RET-TEXTO(1:23) NOT NUMERIC
               OR WS-RET-NR-NFSE EQUAL ZEROS
               MOVE 'LINHA COM LAYOUT INVALIDO'
                                          TO WS-MOTIVO-REJ
               MOVE 'LAYO'                TO WS-SUS-MOTIVO
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            MOVE WS-RET-NR-RPS            TO ID-RECIBO-NFS
            READ NFSE
                KEY IS ID-RECIBO-NFS
                INVALID KEY
                    MOVE 'RPS NAO ENVIADO A PREFEITURA'
                                          TO WS-MOTIVO-REJ
                    MOVE 'NENC'           TO WS-SUS-MOTIVO
                    PERFORM P3-REJEITA    THRU P3-REJEITA-FIM
                    GO TO P2A-TRATA-LINHA-FIM
            END-READ

            IF ST-NFSE EQUAL 'C'
               MOVE 'ENVIO DO RPS CANCELADO'
                                          TO WS-MOTIVO-REJ
               MOVE 'SITU'                TO WS-SUS-MOTIVO
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            IF ST-NFSE EQUAL 'N'
               IF NR-NFSE EQUAL WS-RET-NR-NFSE
                  MOVE 'NFS-E JA IMPORTADA'
                                          TO WS-MOTIVO-REJ
                  MOVE 'DUPL'             TO WS-SUS-MOTIVO
               ELSE
                  MOVE 'RPS JA TEM OUTRA NFS-E'
                                          TO WS-MOTIVO-REJ
                  MOVE 'DUPL'             TO WS-SUS-MOTIVO
               END-IF
               PERFORM P3-REJEITA         THRU P3-REJEITA-FIM
               GO TO P2A-TRATA-LINHA-FIM
            END-IF

            MOVE 'N'                      TO ST-NFSE
            MOVE WS-RET-NR-NFSE           TO NR-NFSE
            MOVE WS-RET-DT-EMISSAO        TO DT-EMISSAO-NFSE
            MOVE WS-RET-CD-VERIF          TO CD-VERIF-NFSE
            MOVE WS-DATA-HOJE             TO DT-RETORNO-NFS
            REWRITE REG-NFSE
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A NFS-E'
                                          TO WS-MOTIVO-REJ
                    MOVE 'GRAV'           TO WS-SUS-MOTIVO
                    PERFORM P3-REJEITA    THRU P3-REJEITA-FIM
                NOT INVALID KEY
                    ADD 1                 TO WS-QT-GRAVADAS
            END-REWRITE
            .
       P2A-TRATA-LINHA-FIM.

      *GRAVA UMA LINHA NO RELATORIO DE REJEITADOS E GUARDA A LINHA
      *ORIGINAL NOS SUSPENSOS
       P3-REJEITA.
            ADD 1                         TO WS-QT-REJEITADAS
            MOVE SPACES                   TO WS-LINHA-REJ
            STRING WS-RET-TEXTO ' - ' WS-MOTIVO-REJ
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REJ
            END-STRING
            MOVE WS-LINHA-REJ             TO REG-REJEITADO
            WRITE REG-REJEITADO

            MOVE 'NFSERET'                TO WS-SUS-PROGRAMA
            MOVE 'RETORNO'                TO WS-SUS-TIPO
            MOVE WS-MOTIVO-REJ            TO WS-SUS-DESCRICAO
            MOVE WS-RET-TEXTO             TO WS-SUS-IMAGEM
            PERFORM R9-SUSP-GRAVA         THRU R9-SUSP-GRAVA-FIM
            .
       P3-REJEITA-FIM.

      *REPROCESSA AS LINHAS CORRIGIDAS E REENVIADAS PELO OPERADOR NA
      *TELA DE SUSPENSOS, COMO SE VIESSEM NO RETORNO DE HOJE
       P4-REPROCESSA.
            MOVE 'NFSERET'                TO WS-SUS-PROGRAMA
            MOVE 'RETORNO'                TO WS-SUS-TIPO
            PERFORM R9-SUSP-CARREGA       THRU R9-SUSP-CARREGA-FIM
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                    UNTIL WS-SUS-IX GREATER THAN WS-SUS-QT-REENVIO
                MOVE WS-SUS-REENVIO-ID(WS-SUS-IX) TO WS-SUS-ID
                PERFORM R9-SUSP-LE        THRU R9-SUSP-LE-FIM
                IF SUS-LIDO
                   MOVE WS-SUS-IMAGEM     TO WS-RET-TEXTO
                   PERFORM P2A-TRATA-LINHA
                           THRU P2A-TRATA-LINHA-FIM
                   PERFORM R9-SUSP-CONCLUI
                           THRU R9-SUSP-CONCLUI-FIM
                   ADD 1                  TO WS-QT-REPROCESSADAS
                END-IF
            END-PERFORM
            .
       P4-REPROCESSA-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
       COPY SUSPGRAVA.

       P0-FIM.
            GOBACK.
       END PROGRAM NFSERET.
