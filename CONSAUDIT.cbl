      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 17/03/2024 - CRIACAO DA CONSULTA DE AUDITORIA
      * UPDATE: 15/10/2026 - A ROTACAO PRESERVA O ENCADEAMENTO DA
      *         TRILHA: A LINHA DA ROTACAO CONTINUA A CADEIA DO ARQUIVO
      *         DO MES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD AUDICONS.
       01 REG-AUDICONS                    PIC X(120).
       FD AUDIROT.
       01 REG-AUDIROT                     PIC X(120).
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
      *ROTACAO MENSAL: COPIA O LOG CORRENTE PARA O ARQUIVO DO MES
      *(CFP001S9.LOG.AAAAMM) E ESVAZIA O LOG CORRENTE
       P5-ROTACIONA.
            MOVE SPACES               TO WS-AUD-ULTIMA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-HOJE-ANOMES = WS-DATA-HOJE / 100
            END-COMPUTE
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-AUDICONS TO REG-AUDIROT
                                             WS-AUD-ULTIMA
                        WRITE REG-AUDIROT
                        ADD 1             TO WS-QT-ROTACIONADAS
                END-READ
            DISPLAY WS-QT-ROTACIONADAS ' LINHA(S) ROTACIONADA(S)'
                    ' PARA O ARQUIVO DO MES ' WS-HOJE-ANOMES '.'

      *A LINHA DA ROTACAO ABRE O LOG NOVO ENCADEADA NA ULTIMA LINHA
      *LEVADA PARA O ARQUIVO DO MES
            SET AUD-HERDA             TO TRUE
            MOVE 'CONSAUDIT'          TO WS-AUD-PROGRAMA
            MOVE 'ROTACAO'            TO WS-AUD-OPERACAO
            STRING 'LOG ROTACIONADO PARA ' WS-HOJE-ANOMES
