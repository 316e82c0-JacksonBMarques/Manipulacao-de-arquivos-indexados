      * Author: Breno Marques
      * Date: 02/09/2026
      * Purpose: cadeia de manutencao noturna: executa na ordem certa
      *          RECONCIL, BACKUPDAT, ALERTRISC, FALTNOTA,
      *          PORTALEXP (extratos do portal dos pais) e NOTIFGTW
      *          (troca com o gateway de SMS), RELSUSP
      *          (envelhecimento dos suspensos), registra
      *          cada passo no controle de jobs (CFP001S25), para a
      *          cadeia quando um passo termina em erro ou quando o
      *          RECONCIL encerra com INCONSIST, e deixa o relatorio
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 02/09/2026 - CRIACAO DA CADEIA NOTURNA
      * UPDATE: 15/10/2026 - PASSO PORTALEXP NO FIM DA CADEIA - EXTRATOS
      *         DO PORTAL DOS PAIS
      * UPDATE: 15/10/2026 - PASSO NOTIFGTW NO FIM DA CADEIA - TROCA DA
      *         FILA DE AVISOS COM O GATEWAY DE SMS
      * UPDATE: 15/10/2026 - PASSO VERIAUDIT NO FIM DA CADEIA -
      *         VERIFICACAO DO ENCADEAMENTO DA TRILHA DE AUDITORIA
      * UPDATE: 15/10/2026 - PASSO EXTRELAT ANTES DA VERIFICACAO DA
      *         TRILHA - EXTRATO NOTURNO DESNORMALIZADO PARA OS
      *         RELATORIOS
      * UPDATE: 15/10/2026 - IMPRESSAO REGISTRADA NA FILA CENTRAL DE
      *         IMPRESSAO (CFP001S108) AO FECHAR O ARQUIVO DE IMPRESSAO
      * UPDATE: 15/10/2026 - PASSO RELSUSP ANTES DA VERIFICACAO DA
      *         TRILHA - ENVELHECIMENTO DOS SUSPENSOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIANOT.
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
       FD JOBCTRL.
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
       COPY JOBVARS.
       77 WS-FIM                          PIC 99.
          88 EOF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
      *SEQUENCIA CONFIGURADA DA CADEIA (ORDEM FIXA DA OPERACAO)
       77 WS-QT-PASSOS                    PIC 9(01) VALUE 9.
       01 WS-TAB-PASSOS.
          03 FILLER                       PIC X(10)
             VALUE 'RECONCIL'.
             VALUE 'ALERTRISC'.
          03 FILLER                       PIC X(10)
             VALUE 'FALTNOTA'.
          03 FILLER                       PIC X(10)
             VALUE 'PORTALEXP'.
          03 FILLER                       PIC X(10)
             VALUE 'NOTIFGTW'.
          03 FILLER                       PIC X(10)
             VALUE 'EXTRELAT'.
          03 FILLER                       PIC X(10)
             VALUE 'RELSUSP'.
          03 FILLER                       PIC X(10)
             VALUE 'VERIAUDIT'.
       01 FILLER REDEFINES WS-TAB-PASSOS.
          03 WS-PASSO-NOME OCCURS 9 TIMES PIC X(10).
      *RESULTADO APURADO DE CADA PASSO
       01 WS-TAB-RESULT.
          03 WS-PASSO-RESULT OCCURS 9 TIMES PIC X(10).
       77 WS-IX                           PIC 9(02) VALUE ZEROS.
       77 WS-CADEIA-PAROU                 PIC X VALUE 'N'.
          88 CADEIA-PAROU                 VALUE 'S'.
       77 WS-ST-PASSO                     PIC X(10) VALUE SPACES.
                WHEN 'ALERTRISC'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ALERTRISC'
                                                     USING LK-COM-AREA
                WHEN 'PORTALEXP'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PORTALEXP'
                                                     USING LK-COM-AREA
                WHEN 'NOTIFGTW'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\NOTIFGTW'
                                                     USING LK-COM-AREA
                WHEN 'EXTRELAT'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\EXTRELAT'
                                                     USING LK-COM-AREA
                WHEN 'RELSUSP'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RELSUSP'
                                                     USING LK-COM-AREA
                WHEN 'VERIAUDIT'
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\VERIAUDIT'
                                                     USING LK-COM-AREA
                WHEN OTHER
                    CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FALTNOTA'
                                                     USING LK-COM-AREA
      *RELATORIO MATINAL DE UMA PAGINA NO ARQUIVO DE IMPRESSAO
       P4-RELATORIO-MATINAL.
            SET FIM-OK                    TO TRUE
            MOVE WS-PATH-IMPREL           TO WS-SPL-ORIGEM
            PERFORM Q9-SPOOL-MARCA        THRU Q9-SPOOL-MARCA-FIM
            OPEN EXTEND IMPREL
            IF WS-FIM EQUAL 35
               OPEN OUTPUT IMPREL
            .
       P4-RELATORIO-ENCERRA.
            CLOSE IMPREL
            MOVE 'RELATORIO'              TO WS-SPL-TIPO
            MOVE 'CADEIANOT'              TO WS-SPL-PROGRAMA
            MOVE LK-OPERADOR              TO WS-SPL-OPERADOR
            PERFORM Q9-SPOOL-REGISTRA     THRU Q9-SPOOL-REGISTRA-FIM
            .
       P4-RELATORIO-MATINAL-FIM.

       COPY SPOOLREG.
       COPY FSDECODE.
       COPY AUDITLOG.
       COPY JOBCTRL.
