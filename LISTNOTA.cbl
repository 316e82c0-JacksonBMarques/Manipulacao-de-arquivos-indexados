      *         PARTIR DA MEDIA, ALEM DO STATUS APROVADO/REPROVADO
      * UPDATE: 02/04/2024 - OS CORTES DE CONCEITO PASSAM A SER
      *         LIDOS DO ARQUIVO DE PARAMETROS (CFP001S31)
      * UPDATE: 15/10/2026 - MODO EXTRATO: A LISTAGEM PODE SAIR DO
      *         EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (CFP001T28),
      *         COM AVISO DE EXTRATO DESATUALIZADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTNOTA.
                    WITH DUPLICATES
                FILE STATUS IS WS-FILES.

      * EXTRATO NOTURNO DE RELATORIOS DO ANO LETIVO (MODO EXTRATO)
                SELECT EXTREL ASSIGN TO WS-PATH-EXTANO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
          COPY CFPK0025.
       FD APROVACAO.
          COPY CFPK0003.
       FD EXTREL.
          COPY CFPK0099.

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       77 WS-CORTE-B                   PIC 9(03) VALUE 70.
       77 WS-CORTE-C                   PIC 9(03) VALUE 50.
       COPY FSVARS.
       COPY EXTVARS.
       01 WS-ALUNO                    PIC X(70) VALUE SPACES.
       01 FILLER REDEFINES WS-ALUNO.
          03 WS-ID-ALUNO1              PIC 9(05).
           COPY PATHENV.
            PERFORM PB-LE-PARAMETROS  THRU PB-LE-PARAMETROS-FIM
            DISPLAY LK-MENSAGEM
            PERFORM P2-ESCOLHE-MODO   THRU P2-ESCOLHE-MODO-FIM
            SET EXIT-OK              TO FALSE
            PERFORM P1-LISTAR    THRU P1-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            SET WS-CONT               TO 0
            SET WS-LINHA-PAG          TO 0.

            IF EXR-MODO-EXTRATO
               PERFORM P3-LISTAR-EXTRATO THRU P3-LISTAR-EXTRATO-FIM
               IF EXR-MODO-EXTRATO
                  GO TO P1-CONTINUA
               END-IF
            END-IF

            OPEN INPUT APROVACAO
            IF FILES-OK THEN
            PERFORM UNTIL EOF-OK
            END-IF

            CLOSE APROVACAO
            .
       P1-CONTINUA.
            DISPLAY
              'TECLE: '
              '<QUALQUER TECLA> para continuar ou <F> para finalizar.'
            .
       PB-LE-PARAMETROS-FIM.

      *PERGUNTA SE A LISTAGEM SAI DO EXTRATO NOTURNO DE RELATORIOS
      *(UM ANO LETIVO, ORDENADO POR TURMA) OU DOS ARQUIVOS
       P2-ESCOLHE-MODO.
            DISPLAY 'LER DO EXTRATO NOTURNO DE RELATORIOS? (S/N)'
            ACCEPT WS-EXR-MODO
            IF NOT EXR-MODO-EXTRATO
               GO TO P2-ESCOLHE-MODO-FIM
            END-IF
            DISPLAY 'INFORME O ANO LETIVO (AAAA, 0 = CORRENTE): '
            ACCEPT WS-EXR-ANO
            IF WS-EXR-ANO EQUAL ZEROS
               ACCEPT WS-EXR-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-EXR-ANO = WS-EXR-DATA-HOJE / 10000
               END-COMPUTE
            END-IF
            .
       P2-ESCOLHE-MODO-FIM.

      *LISTA AS SITUACOES DO ANO A PARTIR DO EXTRATO; SEM EXTRATO
      *UTILIZAVEL, DESLIGA O MODO E A LISTAGEM LE OS ARQUIVOS
       P3-LISTAR-EXTRATO.
            PERFORM X9-ABRE-EXTRATO   THRU X9-ABRE-EXTRATO-FIM
            IF NOT EXR-ABERTO
               MOVE 'N'               TO WS-EXR-MODO
               GO TO P3-LISTAR-EXTRATO-FIM
            END-IF

            PERFORM X9-LE-EXTRATO     THRU X9-LE-EXTRATO-FIM
            PERFORM UNTIL EXR-EOF OR EOF-OK
      *ALUNO DO ROTEIRO SEM LANCAMENTO NAO TEM SITUACAO A LISTAR
                IF ID-MATERIA-EXR NOT EQUAL ZEROS
                   MOVE ID-ALUNO-EXR     TO WS-ID-ALUNO1
                   MOVE NM-ALUNO-EXR     TO WS-NM-ALUNO1
                   MOVE ID-MATERIA-EXR   TO WS-ID-MATERIA1
                   MOVE NM-MATERIA-EXR   TO WS-NM-MATERIA1
                   MOVE ST-APROVACAO-EXR TO WS-ST-APROVACAO
                   MOVE MD-ALUNO-EXR     TO WS-MD-ALUNO
                   MOVE ANO-LETIVO-EXR   TO WS-ANO-LETIVO
                   ADD 1     TO WS-CONT
                   DISPLAY '*** SITUACAO DO ALUNO  ***'
                   DISPLAY '********** 'WS-CONT' *************'
                   DISPLAY 'TURMA  : ' ID-TURMA-EXR ' - '
                                  FUNCTION TRIM(NM-TURMA-EXR)
                   DISPLAY 'ALUNO  : ' WS-ID-ALUNO1 ' - '
                                  FUNCTION TRIM(WS-NM-ALUNO1)
                   DISPLAY 'MATERIA: ' WS-ID-MATERIA1 ' - '
                                  FUNCTION TRIM(WS-NM-MATERIA1)
                   DISPLAY 'MEDIA  : ' WS-MD-ALUNO
                   DISPLAY 'STATUS : ' WS-ST-APROVACAO
                   PERFORM P1B-CONCEITO
                           THRU P1B-CONCEITO-FIM
                   DISPLAY 'CONCEITO  : ' WS-CONCEITO
                   DISPLAY 'ANO LETIVO: ' WS-ANO-LETIVO
                   DISPLAY '**********************************'
                   DISPLAY '                                  '

                   ADD 1   TO WS-LINHA-PAG
                   IF WS-LINHA-PAG >= 20
                      PERFORM P1A-PAUSA-PAGINA
                              THRU P1A-PAUSA-PAGINA-FIM
                   END-IF
                END-IF
                PERFORM X9-LE-EXTRATO THRU X9-LE-EXTRATO-FIM
            END-PERFORM
            PERFORM X9-FECHA-EXTRATO  THRU X9-FECHA-EXTRATO-FIM
            .
       P3-LISTAR-EXTRATO-FIM.

       COPY EXTLEIT.
       COPY FSDECODE.


