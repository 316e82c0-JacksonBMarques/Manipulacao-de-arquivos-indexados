      ******************************************************************
      * ROTINAS DA VISIBILIDADE DOS DADOS SENSIVEIS DO ALUNO POR
      * PERFIL DE OPERADOR (ARQUIVO VISIBILIDADE)
      * O PROGRAMA DECLARA O ARQUIVO VISIBILIDADE (CFPK0096, ACESSO
      * RANDOMICO, FILE STATUS WS-VIS-FS) E COPIA VISVARS.CPY,
      * AUDITVARS.CPY E AUDITLOG.CPY:
      *   M9-CARREGA-VISIBILIDADE  - COM WS-VIS-PERFIL PREENCHIDO
      *                              (PERFIL DO LOGIN), LIGA OU
      *                              DESLIGA VIS-DOCUMENTO,
      *                              VIS-ENDERECO, VIS-TELEFONE,
      *                              VIS-SAUDE E VIS-FINANCEIRO
      *   M9-REGISTRA-VISUALIZACAO - GRAVA NA AUDITORIA A EXIBICAO
      *                              SEM MASCARA DA CLASSE EM
      *                              WS-VIS-CLASSE (DOCUMENTO OU
      *                              SAUDE) DO ALUNO EM
      *                              WS-VIS-ID-ALUNO (ZERO = VARIOS)
      *                              PELO PROGRAMA EM WS-AUD-PROGRAMA
      ******************************************************************
       M9-CARREGA-VISIBILIDADE.
      *PADRAO: SEM PERFIL (EXECUCAO EM LOTE), DIRECAO E SECRETARIA
      *VEEM TUDO; PROFESSOR NAO VE NENHUM DADO SENSIVEL
            IF WS-VIS-PERFIL EQUAL 'PROFESSOR'
               MOVE 'N'               TO WS-VIS-DOCUMENTO
                                         WS-VIS-ENDERECO
                                         WS-VIS-TELEFONE
                                         WS-VIS-SAUDE
                                         WS-VIS-FINANCEIRO
            ELSE
               MOVE 'S'               TO WS-VIS-DOCUMENTO
                                         WS-VIS-ENDERECO
                                         WS-VIS-TELEFONE
                                         WS-VIS-SAUDE
                                         WS-VIS-FINANCEIRO
            END-IF
            IF WS-VIS-PERFIL EQUAL SPACES
               GO TO M9-CARREGA-VISIBILIDADE-FIM
            END-IF

            SET VIS-FS-OK             TO TRUE
            OPEN INPUT VISIBILIDADE
            IF VIS-FS-OK
               MOVE WS-VIS-PERFIL     TO PERFIL-VIS
               READ VISIBILIDADE
                   KEY IS PERFIL-VIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FL-VIS-DOCUMENTO  TO WS-VIS-DOCUMENTO
                       MOVE FL-VIS-ENDERECO   TO WS-VIS-ENDERECO
                       MOVE FL-VIS-TELEFONE   TO WS-VIS-TELEFONE
                       MOVE FL-VIS-SAUDE      TO WS-VIS-SAUDE
                       MOVE FL-VIS-FINANCEIRO TO WS-VIS-FINANCEIRO
               END-READ
            END-IF
            CLOSE VISIBILIDADE
            .
       M9-CARREGA-VISIBILIDADE-FIM.

       M9-REGISTRA-VISUALIZACAO.
            MOVE 'VISUALIZA'          TO WS-AUD-OPERACAO
            MOVE SPACES               TO WS-AUD-DETALHE
            IF WS-VIS-ID-ALUNO EQUAL ZEROS
               STRING WS-VIS-CLASSE DELIMITED BY SPACE
                      ' - VARIOS ALUNOS'
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            ELSE
               STRING WS-VIS-CLASSE DELIMITED BY SPACE
                      ' - ALUNO ' WS-VIS-ID-ALUNO
                      DELIMITED BY SIZE
                      INTO WS-AUD-DETALHE
               END-STRING
            END-IF
            PERFORM A9-GRAVA-AUDITORIA THRU A9-GRAVA-AUDITORIA-FIM
            .
       M9-REGISTRA-VISUALIZACAO-FIM.
