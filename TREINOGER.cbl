      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DO GERADOR DE TREINAMENTO
      * UPDATE: 15/10/2026 - O DESTINO GANHA UM CADASTRO DE OPERADORES
      *         SO DE TREINO (UMA CONTA POR PERFIL), PARA OS
      *         TREINANDOS NAO USAREM AS CREDENCIAIS DE PRODUCAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINOGER.
                RECORD KEY IS ID-MENSALIDADE
                FILE STATUS IS WS-FME.

      * OPERADORES DE TREINO: SO E ABERTO JA APONTANDO PARA O
      * DIRETORIO DESTINO, NUNCA PARA O CADASTRO DE PRODUCAO
                SELECT OPERADOR ASSIGN TO WS-PATH-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-OPERADOR
                FILE STATUS IS WS-FOP.

      * ARQUIVO DE TRANSBORDO DA COPIA, UM POR VEZ
                SELECT TEMPORARIO ASSIGN TO WS-PATH-TEMP
                ORGANIZATION IS LINE SEQUENTIAL
          COPY CFPK0015.
       FD MENSALIDADE.
          COPY CFPK0031.
       FD OPERADOR.
          COPY CFPK0010.
       FD TEMPORARIO.
       01 REG-TEMPORARIO                  PIC X(132).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY SENHAVARS.
       77 WS-FLS                          PIC 99.
          88 FLS-OK                       VALUE 0.
       77 WS-FS3                          PIC 99.
          88 FME-OK                       VALUE 0.
       77 WS-FTP                          PIC 99.
          88 FTP-OK                       VALUE 0.
       77 WS-FOP                          PIC 99.
          88 FOP-OK                       VALUE 0.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
       77 WS-EOF                          PIC X VALUE 'N'.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DIR-DESTINO                  PIC X(60) VALUE SPACES.
                    THRU P9-COPIA-RESPONSAVEL-FIM
            PERFORM PA-COPIA-MENSALIDADE
                    THRU PA-COPIA-MENSALIDADE-FIM
            PERFORM PD-GERA-OPERADORES
                    THRU PD-GERA-OPERADORES-FIM

            DISPLAY '*** AMBIENTE DE TREINAMENTO GERADO ***'
            DISPLAY 'REGISTROS COPIADOS/EMBARALHADOS: ' WS-QT-TOTAL
            .
       PA-COPIA-MENSALIDADE-FIM.

      *OS OPERADORES DE PRODUCAO (CFP001S11) NAO SAO COPIADOS: O
      *DESTINO GANHA UM CADASTRO PROPRIO, COM UMA CONTA DE TREINO
      *POR PERFIL E SENHA TREINO (CIFRADA COMO NA PRODUCAO)
       PD-GERA-OPERADORES.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE SPACES                   TO WS-PATH-OPERADOR
            STRING FUNCTION TRIM(WS-DIR-DESTINO) 'CFP001S11.DAT'
                   DELIMITED BY SIZE
                   INTO WS-PATH-OPERADOR
            END-STRING
            SET FOP-OK                    TO TRUE
            OPEN OUTPUT OPERADOR
            IF NOT FOP-OK
               DISPLAY 'ERRO NO DESTINO S11'
               CLOSE OPERADOR
               GO TO PD-GERA-OPERADORES-FIM
            END-IF

            MOVE 1                        TO ID-OPERADOR
            MOVE 'TREINO.DIRECAO'         TO USUARIO
            MOVE 'DIRECAO'                TO PERFIL
            PERFORM PE-GRAVA-OPERADOR     THRU PE-GRAVA-OPERADOR-FIM
            MOVE 2                        TO ID-OPERADOR
            MOVE 'TREINO.SECRET'          TO USUARIO
            MOVE 'SECRETARIA'             TO PERFIL
            PERFORM PE-GRAVA-OPERADOR     THRU PE-GRAVA-OPERADOR-FIM
            MOVE 3                        TO ID-OPERADOR
            MOVE 'TREINO.PROF'            TO USUARIO
            MOVE 'PROFESSOR'              TO PERFIL
            PERFORM PE-GRAVA-OPERADOR     THRU PE-GRAVA-OPERADOR-FIM
            CLOSE OPERADOR

            DISPLAY 'CFP001S11: CONTAS DE TREINO TREINO.DIRECAO,'
                    ' TREINO.SECRET E TREINO.PROF (SENHA TREINO).'
            .
       PD-GERA-OPERADORES-FIM.

      *GRAVA UMA CONTA DE TREINO COM A SENHA PADRAO CIFRADA
       PE-GRAVA-OPERADOR.
            PERFORM H9-GERA-SAL           THRU H9-GERA-SAL-FIM
            MOVE 'TREINO'                 TO WS-SEN-TEXTO
            PERFORM H9-CIFRA-SENHA        THRU H9-CIFRA-SENHA-FIM
            MOVE WS-SEN-SAL               TO SAL-SENHA
            MOVE WS-SEN-HASH              TO HASH-SENHA
            MOVE WS-DATA-HOJE             TO DT-SENHA
            MOVE ZEROS                    TO QT-FALHAS
                                             ID-UNID-OPER
            MOVE 'N'                      TO FL-BLOQUEADO
            WRITE REG-OPERADOR
                INVALID KEY
                    DISPLAY 'ERRO NO DESTINO S11'
            END-WRITE
            .
       PE-GRAVA-OPERADOR-FIM.

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY SENHAHASH.

       P0-FIM.
            GOBACK.
