      ******************************************************************
      * ROTINAS DA CIFRAGEM DE MAO UNICA DAS SENHAS DOS OPERADORES
      * (CFP001S11 GUARDA SO O SAL E O RESULTADO, NUNCA A SENHA)
      * O PROGRAMA COPIA SENHAVARS.CPY:
      *   H9-GERA-SAL      - DEVOLVE EM WS-SEN-SAL UM SAL NOVO, TIRADO
      *                      DA DATA E DA HORA CORRENTES; CADA TROCA
      *                      DE SENHA GANHA O SEU
      *   H9-CIFRA-SENHA   - COM WS-SEN-SAL E WS-SEN-TEXTO (A SENHA
      *                      DIGITADA) PREENCHIDOS, DEVOLVE EM
      *                      WS-SEN-HASH OS 20 DIGITOS A GRAVAR OU A
      *                      COMPARAR COM HASH-SENHA
      * A CIFRAGEM PASSA O BLOCO SAL + SENHA 32 VEZES POR DOIS
      * ACUMULADORES MODULO PRIMO; O RESULTADO NAO PERMITE VOLTAR A
      * SENHA E O SAL FAZ SENHAS IGUAIS DAREM RESULTADOS DIFERENTES
      ******************************************************************
       H9-GERA-SAL.
            ACCEPT WS-SEN-DATA        FROM DATE YYYYMMDD
            ACCEPT WS-SEN-HORA        FROM TIME
            COMPUTE WS-SEN-PRODUTO = WS-SEN-HORA * 97
                                   + WS-SEN-DATA
            END-COMPUTE
            DIVIDE WS-SEN-PRODUTO BY 99999989 GIVING WS-SEN-QUOCIENTE
                   REMAINDER WS-SEN-SAL
            .
       H9-GERA-SAL-FIM.

       H9-CIFRA-SENHA.
            MOVE WS-SEN-SAL           TO WS-SEN-BL-SAL
            MOVE WS-SEN-TEXTO         TO WS-SEN-BL-TEXTO
            DIVIDE WS-SEN-SAL BY 2147483647 GIVING WS-SEN-QUOCIENTE
                   REMAINDER WS-SEN-ACUM1
            ADD 1                     TO WS-SEN-ACUM1
            MOVE 5381                 TO WS-SEN-ACUM2

            PERFORM VARYING WS-SEN-RODADA FROM 1 BY 1
                    UNTIL WS-SEN-RODADA GREATER THAN 32
                PERFORM VARYING WS-SEN-I FROM 1 BY 1
                        UNTIL WS-SEN-I GREATER THAN 23
                    MOVE WS-SEN-BL-CAR(WS-SEN-I) TO WS-SEN-CAR
                    MOVE ZEROS        TO WS-SEN-COD
                    INSPECT WS-SEN-ALFABETO TALLYING WS-SEN-COD
                            FOR CHARACTERS BEFORE INITIAL WS-SEN-CAR
                    ADD 1             TO WS-SEN-COD
                    COMPUTE WS-SEN-PRODUTO = WS-SEN-ACUM1 * 131
                                           + WS-SEN-COD * 17
                                           + WS-SEN-I + WS-SEN-RODADA
                    END-COMPUTE
                    DIVIDE WS-SEN-PRODUTO BY 2147483647
                           GIVING WS-SEN-QUOCIENTE
                           REMAINDER WS-SEN-ACUM1
                    COMPUTE WS-SEN-PRODUTO = WS-SEN-ACUM2 * 257
                                           + WS-SEN-COD
                                           + WS-SEN-ACUM1
                    END-COMPUTE
                    DIVIDE WS-SEN-PRODUTO BY 2147483629
                           GIVING WS-SEN-QUOCIENTE
                           REMAINDER WS-SEN-ACUM2
                END-PERFORM
            END-PERFORM

            MOVE WS-SEN-ACUM1         TO WS-SEN-H1
            MOVE WS-SEN-ACUM2         TO WS-SEN-H2
            .
       H9-CIFRA-SENHA-FIM.
