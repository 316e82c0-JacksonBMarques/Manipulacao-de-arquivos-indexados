      * UPDATE: 02/09/2026 - NOVOS PARAMETROS FINANCEIROS: MULTA POR
      *         ATRASO (%), JUROS AO DIA (%) E DIA DE VENCIMENTO,
      *         USADOS PELO MENSALID NO CALCULO DO VALOR CORRIGIDO
      * UPDATE: 15/10/2026 - PESOS DO RISCO DE EVASAO (CFP001S140)
      *         MANTIDOS PELA OPCAO <R>: PESO DE CADA SINAL, LIMITES DO
      *         FATOR CHEIO, RISCO ALTO E SUBIDA QUE MARCA PIORA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMESC.
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FILES.

      * PESOS DO RISCO DE EVASAO (RISCOEVA)
                SELECT PESORISCO ASSIGN TO WS-PATH-PESORISCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-PESORISCO
                LOCK MODE IS AUTOMATIC
                FILE STATUS IS WS-FPR.

                SELECT AUDITORIA ASSIGN TO WS-PATH-AUDITORIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-FS.
       FILE SECTION.
       FD PARAMETRO.
          COPY CFPK0025.
       FD PESORISCO.
          COPY CFPK0132.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-EXIT                         PIC X.
          88 EXIT-OK                      VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                      PIC X VALUE SPACES.
       77 WS-FPR                          PIC 99.
          88 FPR-OK                       VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-SOMA-PESOS                   PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY 'OCIOSIDADE DA SESSAO (MIN)  : '
                    QT-MINUTOS-SESSAO

            DISPLAY 'TECLE <A> PARA ALTERAR, <R> PARA OS PESOS DO'
                    ' RISCO DE EVASAO OU <QUALQUER TECLA> PARA SAIR.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'R' OR WS-CONFIRM EQUAL 'r'
               CLOSE PARAMETRO
               PERFORM P3-PESOS-RISCO     THRU P3-PESOS-RISCO-FIM
               GO TO P1-FIM
            END-IF
            IF WS-CONFIRM NOT EQUAL 'A' AND WS-CONFIRM NOT EQUAL 'a'
               CLOSE PARAMETRO
               SET EXIT-OK                TO TRUE
            .
       P2-ABRE-PARAMETRO-FIM.

      *PESOS DO RISCO DE EVASAO (CFP001S140). SEM O REGISTRO, ELE E
      *CRIADO COM OS PESOS PADRAO USADOS PELO RISCOEVA
       P3-PESOS-RISCO.
            SET FPR-OK                    TO TRUE
            OPEN I-O PESORISCO
            IF WS-FPR EQUAL 35
                 CLOSE PESORISCO
                 OPEN OUTPUT PESORISCO
                 CLOSE PESORISCO
                 OPEN I-O PESORISCO
            END-IF
            IF NOT FPR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PESOS DO RISCO'
               MOVE WS-FPR TO WS-FS-CODE
               PERFORM F9-DECODE-STATUS THRU F9-DECODE-STATUS-FIM
               DISPLAY 'FILE STATUS: ' WS-FPR ' - ' WS-FS-MSG
               CLOSE PESORISCO
               GO TO P3-PESOS-RISCO-FIM
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE 1                        TO ID-PESORISCO
            READ PESORISCO
                INVALID KEY
                    MOVE SPACES           TO REG-PESORISCO
                    MOVE 1                TO ID-PESORISCO
                    MOVE 30               TO PS-NOTAS-RSC
                    MOVE 25               TO PS-FREQ-RSC
                    MOVE 20               TO PS-FINANC-RSC
                    MOVE 15               TO PS-OCORR-RSC
                    MOVE 10               TO PS-REUNIAO-RSC
                    MOVE 3                TO QT-TETO-MENS-RSC
                    MOVE 10               TO QT-TETO-OCO-RSC
                    MOVE 50               TO PC-ALERTA-RSC
                    MOVE 10               TO QT-PIORA-RSC
                    MOVE WS-DATA-HOJE     TO DT-ATUALIZ-RSC
                    MOVE LK-OPERADOR      TO OP-PESORISCO
                    WRITE REG-PESORISCO
                        INVALID KEY
                            DISPLAY 'ERRO AO CRIAR OS PESOS DO RISCO'
                        NOT INVALID KEY
                            CONTINUE
                    END-WRITE
            END-READ

            DISPLAY '*** PESOS DO RISCO DE EVASAO ***'
            DISPLAY 'PESO NOTAS ABAIXO DA APROV. : ' PS-NOTAS-RSC
            DISPLAY 'PESO FREQUENCIA             : ' PS-FREQ-RSC
            DISPLAY 'PESO MENSALIDADES EM ABERTO : ' PS-FINANC-RSC
            DISPLAY 'PESO OCORRENCIAS            : ' PS-OCORR-RSC
            DISPLAY 'PESO AUSENCIA EM REUNIOES   : ' PS-REUNIAO-RSC
            DISPLAY 'MENSALIDADES P/ FATOR CHEIO : ' QT-TETO-MENS-RSC
            DISPLAY 'GRAVIDADE P/ FATOR CHEIO    : ' QT-TETO-OCO-RSC
            DISPLAY 'PONTUACAO DE RISCO ALTO     : ' PC-ALERTA-RSC
            DISPLAY 'SUBIDA QUE MARCA PIORA (PTS): ' QT-PIORA-RSC
            DISPLAY 'ULTIMA ALTERACAO            : ' DT-ATUALIZ-RSC
                    ' ' OP-PESORISCO

            DISPLAY 'TECLE <A> PARA ALTERAR OU <QUALQUER TECLA>'
                    ' PARA VOLTAR.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'A' AND WS-CONFIRM NOT EQUAL 'a'
               CLOSE PESORISCO
               GO TO P3-PESOS-RISCO-FIM
            END-IF

            DISPLAY 'Novo peso das notas abaixo da aprovacao: '
            ACCEPT PS-NOTAS-RSC
            DISPLAY 'Novo peso da frequencia: '
            ACCEPT PS-FREQ-RSC
            DISPLAY 'Novo peso das mensalidades em aberto: '
            ACCEPT PS-FINANC-RSC
            DISPLAY 'Novo peso das ocorrencias: '
            ACCEPT PS-OCORR-RSC
            DISPLAY 'Novo peso da ausencia nas reunioes de pais: '
            ACCEPT PS-REUNIAO-RSC
            DISPLAY 'Mensalidades em aberto para o fator cheio: '
            ACCEPT QT-TETO-MENS-RSC
            DISPLAY 'Soma das gravidades para o fator cheio: '
            ACCEPT QT-TETO-OCO-RSC
            DISPLAY 'Pontuacao de risco alto (0 a 100): '
            ACCEPT PC-ALERTA-RSC
            DISPLAY 'Subida em pontos que marca o aluno que piorou: '
            ACCEPT QT-PIORA-RSC

            COMPUTE WS-SOMA-PESOS = PS-NOTAS-RSC + PS-FREQ-RSC
                                  + PS-FINANC-RSC + PS-OCORR-RSC
                                  + PS-REUNIAO-RSC
            END-COMPUTE
            IF WS-SOMA-PESOS EQUAL ZEROS
               OR QT-TETO-MENS-RSC EQUAL ZEROS
               OR QT-TETO-OCO-RSC EQUAL ZEROS
               OR PC-ALERTA-RSC GREATER THAN 100
               DISPLAY 'VALORES INVALIDOS: A SOMA DOS PESOS E OS'
                       ' LIMITES DO FATOR CHEIO NAO PODEM SER ZERO'
                       ' E O RISCO ALTO VAI ATE 100.'
               DISPLAY 'ALTERACAO DESCARTADA.'
               CLOSE PESORISCO
               GO TO P3-PESOS-RISCO-FIM
            END-IF

            DISPLAY 'TECLE <S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                    ' PARA DESCARTAR.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
               MOVE WS-DATA-HOJE          TO DT-ATUALIZ-RSC
               MOVE LK-OPERADOR           TO OP-PESORISCO
               REWRITE REG-PESORISCO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR OS PESOS DO RISCO'
                   NOT INVALID KEY
                       DISPLAY 'PESOS DO RISCO ATUALIZADOS!'
                       MOVE 'PARAMESC'    TO WS-AUD-PROGRAMA
                       MOVE 'PESORISCO'   TO WS-AUD-OPERACAO
                       MOVE SPACES        TO WS-AUD-DETALHE
                       STRING 'PESOS ' PS-NOTAS-RSC '/' PS-FREQ-RSC
                              '/' PS-FINANC-RSC '/' PS-OCORR-RSC '/'
                              PS-REUNIAO-RSC ' ALERTA ' PC-ALERTA-RSC
                              DELIMITED BY SIZE
                              INTO WS-AUD-DETALHE
                       END-STRING
                       PERFORM A9-GRAVA-AUDITORIA
                               THRU A9-GRAVA-AUDITORIA-FIM
               END-REWRITE
            ELSE
               DISPLAY 'ALTERACAO DESCARTADA.'
            END-IF
            CLOSE PESORISCO
            .
       P3-PESOS-RISCO-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.

