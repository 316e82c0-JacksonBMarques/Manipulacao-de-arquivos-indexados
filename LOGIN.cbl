      *                      EXECUCAO NASCE COM UNIDADE 0
      *                      (COMPARTILHADA), EVITANDO LIXO NO CAMPO
      *                      ID-UNID-OPER
      * UPDATE: 15/10/2026 - A SENHA DIGITADA E CIFRADA COM O SAL DO
      *                      OPERADOR E COMPARADA AO RESULTADO GRAVADO;
      *                      A TROCA GRAVA SAL E CIFRA NOVOS, NUNCA A
      *                      SENHA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGIN.
       FD PARAMETRO.
          COPY CFPK0025.
       FD AUDITORIA.
       01 REG-AUDITORIA                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY FSVARS.
       COPY AUDITVARS.
       COPY SENHAVARS.
       77 WS-FILES                     PIC 99.
          88 FILES-OK                  VALUE 0.
       77 WS-EOF                       PIC X.
               OPEN OUTPUT OPERADOR
               MOVE 1                  TO ID-OPERADOR
               MOVE 'ADMIN'            TO USUARIO
               MOVE 'ADMIN'            TO WS-SENHA-NOVA
               PERFORM P6-CIFRA-SENHA-NOVA
                       THRU P6-CIFRA-SENHA-NOVA-FIM
               MOVE 'DIRECAO'          TO PERFIL
               MOVE WS-DATA-HOJE       TO DT-SENHA
               MOVE ZEROS              TO QT-FALHAS
               GO TO P3-CONFERE-SENHA-FIM
            END-IF

            MOVE SAL-SENHA             TO WS-SEN-SAL
            MOVE WS-SENHA-DIGITADA     TO WS-SEN-TEXTO
            PERFORM H9-CIFRA-SENHA     THRU H9-CIFRA-SENHA-FIM
            IF HASH-SENHA NOT EQUAL WS-SEN-HASH
               ADD 1                   TO QT-FALHAS
               IF QT-FALHAS GREATER THAN OR EQUAL WS-MAX-FALHAS
                  MOVE 'S'             TO FL-BLOQUEADO
                       ' DIAS) - E OBRIGATORIO TROCA-LA AGORA.'
               PERFORM P5-PEDE-SENHA-NOVA
                       THRU P5-PEDE-SENHA-NOVA-FIM
               PERFORM P6-CIFRA-SENHA-NOVA
                       THRU P6-CIFRA-SENHA-NOVA-FIM
               MOVE WS-DATA-HOJE       TO DT-SENHA
               MOVE 'LOGIN'            TO WS-AUD-PROGRAMA
               MOVE 'TROCASENHA'       TO WS-AUD-OPERACAO
                  IF FL-BLOQUEADO EQUAL 'S'
                     DISPLAY 'CONTA BLOQUEADA - PROCURE A DIRECAO.'
                  ELSE
                     MOVE SAL-SENHA        TO WS-SEN-SAL
                     MOVE WS-SENHA-DIGITADA TO WS-SEN-TEXTO
                     PERFORM H9-CIFRA-SENHA
                             THRU H9-CIFRA-SENHA-FIM
                     IF HASH-SENHA EQUAL WS-SEN-HASH
                        PERFORM P5-PEDE-SENHA-NOVA
                                THRU P5-PEDE-SENHA-NOVA-FIM
                        PERFORM P6-CIFRA-SENHA-NOVA
                                THRU P6-CIFRA-SENHA-NOVA-FIM
                        MOVE WS-DATA-HOJE  TO DT-SENHA
                        MOVE ZEROS         TO QT-FALHAS
                        REWRITE REG-OPERADOR
            .
       P5-PEDE-SENHA-NOVA-FIM.

      *CIFRA A SENHA NOVA COM UM SAL NOVO E GUARDA SAL E RESULTADO
      *NO REGISTRO CORRENTE DO OPERADOR
       P6-CIFRA-SENHA-NOVA.
            PERFORM H9-GERA-SAL        THRU H9-GERA-SAL-FIM
            MOVE WS-SENHA-NOVA         TO WS-SEN-TEXTO
            PERFORM H9-CIFRA-SENHA     THRU H9-CIFRA-SENHA-FIM
            MOVE WS-SEN-SAL            TO SAL-SENHA
            MOVE WS-SEN-HASH           TO HASH-SENHA
            MOVE SPACES                TO WS-SENHA-NOVA
                                          WS-SENHA-NOVA2
            .
       P6-CIFRA-SENHA-NOVA-FIM.

      *LE A POLITICA DE SENHAS DO ARQUIVO CENTRAL DE PARAMETROS.
      *SEM ARQUIVO, SEM REGISTRO OU COM CAMPO ZERADO/INVALIDO,
      *VALEM OS VALORES HISTORICOS DO PROGRAMA

       COPY FSDECODE.
       COPY AUDITLOG.
       COPY SENHAHASH.

       P0-FIM.
            GOBACK.
