      ******************************************************************
      * ROTINA DE CONFERENCIA DO DIA LETIVO NO CALENDARIO DIARIO
      * (CFP001S112): SO HA AULA NAS DATAS DO TIPO L (LETIVO) OU S
      * (SABADO LETIVO). UMA DATA SEM REGISTRO NUM ANO QUE JA TEM O
      * CALENDARIO DIARIO GERADO ESTA FORA DO ANO LETIVO; SE O ANO
      * AINDA NAO FOI GERADO NO CALENDESC, A DATA E ACEITA COMO ANTES
      * O PROGRAMA DECLARA O ARQUIVO DIALETIVO (CFPK0104, ACESSO
      * DINAMICO, FILE STATUS WS-DIA-FS) E COPIA DIAVARS.CPY,
      * AUDITVARS.CPY E AUDITLOG.CPY:
      *   D9-VERIFICA-DIA    - COM WS-DIA-DATA E WS-DIA-PROGRAMA
      *                        PREENCHIDOS, LIGA OU DESLIGA DIA-LETIVO
      * A RECUSA E AVISADA NA TELA E GRAVADA NA AUDITORIA (OPERACAO
      * DIA LETIVO)
      ******************************************************************
       D9-VERIFICA-DIA.
            SET DIA-LETIVO            TO TRUE
            MOVE SPACES               TO WS-DIA-TIPO
                                         WS-DIA-DESCRICAO
            SET DIA-FS-OK             TO TRUE
            OPEN INPUT DIALETIVO
            IF NOT DIA-FS-OK
               CLOSE DIALETIVO
               GO TO D9-VERIFICA-DIA-FIM
            END-IF

            MOVE WS-DIA-DATA          TO DT-DIA-LET
            READ DIALETIVO
                KEY IS DT-DIA-LET
                INVALID KEY
                    PERFORM D9-PROCURA-ANO THRU D9-PROCURA-ANO-FIM
                NOT INVALID KEY
                    MOVE TP-DIA-LET   TO WS-DIA-TIPO
                    MOVE DS-DIA-LET   TO WS-DIA-DESCRICAO
                    IF NOT DIA-TP-COM-AULA
                       SET DIA-LETIVO TO FALSE
                    END-IF
            END-READ
            CLOSE DIALETIVO

            IF DIA-LETIVO
               GO TO D9-VERIFICA-DIA-FIM
            END-IF

            EVALUATE WS-DIA-TIPO
                WHEN 'F'
                    DISPLAY 'DATA ' WS-DIA-DATA ' E FERIADO - '
                            WS-DIA-DESCRICAO
                WHEN 'R'
                    DISPLAY 'DATA ' WS-DIA-DATA ' E RECESSO ESCOLAR - '
                            WS-DIA-DESCRICAO
                WHEN 'N'
                    DISPLAY 'DATA ' WS-DIA-DATA ' NAO E DIA LETIVO.'
                WHEN OTHER
                    DISPLAY 'DATA ' WS-DIA-DATA ' FORA DO CALENDARIO'
                            ' LETIVO DE ' WS-DIA-ANO '.'
            END-EVALUATE
            DISPLAY 'REGISTRO RECUSADO - SO HA AULA EM DIA LETIVO.'

            MOVE WS-DIA-PROGRAMA      TO WS-AUD-PROGRAMA
            MOVE 'DIA LETIVO'         TO WS-AUD-OPERACAO
            MOVE SPACES               TO WS-AUD-DETALHE
            STRING 'RECUSADA DATA ' WS-DIA-DATA ' TIPO ' WS-DIA-TIPO
                   DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
            END-STRING
            PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            .
       D9-VERIFICA-DIA-FIM.

      *DATA SEM REGISTRO: SE O ANO JA TEM CALENDARIO DIARIO, A DATA
      *ESTA FORA DO ANO LETIVO
       D9-PROCURA-ANO.
            MOVE WS-DIA-ANO           TO ANO-DIA-LET
            MOVE 01                   TO MES-DIA-LET
                                         DD-DIA-LET
            START DIALETIVO KEY IS NOT LESS THAN DT-DIA-LET
                INVALID KEY
                    GO TO D9-PROCURA-ANO-FIM
            END-START
            READ DIALETIVO NEXT RECORD
                AT END
                    GO TO D9-PROCURA-ANO-FIM
            END-READ
            IF ANO-DIA-LET EQUAL WS-DIA-ANO
               MOVE 'X'               TO WS-DIA-TIPO
               SET DIA-LETIVO         TO FALSE
            END-IF
            .
       D9-PROCURA-ANO-FIM.
