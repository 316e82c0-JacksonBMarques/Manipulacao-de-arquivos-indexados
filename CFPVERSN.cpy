      *            CFP001S2  V2 - OPTATIVAS (GRUPO DE ESCOLHA)
      *            CFP001S5  V2 - UNIDADE ESCOLAR DA TURMA
      *            CFP001S11 V2 - UNIDADE ESCOLAR DO OPERADOR
      *            CFP001S11 V3 - SENHA CIFRADA (SAL + RESULTADO)
      *            CFP001S31 V2 - PARAMETROS FINANCEIROS E DEMAIS
      *            CFP001S37 V2 - TIPO DE BOLSA E NUMERO DO ACORDO
      *                           NA MENSALIDADE
      *            CFP001S29 V2 - MODO DE AVALIACAO DA SERIE
      *            CFP001S46 V2 - ANO LETIVO DA AVALIACAO
      *            CFP001S56 V2 - CODIGO DO FUNCIONARIO MONITOR
      *                           DA ROTA
      ******************************************************************
       01 WS-VERSOES-ESPERADAS.
          03 FILLER                    PIC X(14) VALUE 'CFP001S1    01'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S5    02'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S7    01'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S10   01'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S11   03'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S16   01'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S29   02'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S31   02'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S37   02'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S46   02'.
          03 FILLER                    PIC X(14) VALUE 'CFP001S56   02'.
       01 FILLER REDEFINES WS-VERSOES-ESPERADAS.
          03 WS-VER-ENT OCCURS 13 TIMES.
             05 WS-VER-NOME            PIC X(12).
             05 WS-VER-ESPERADA        PIC 9(02).
       77 WS-QT-VERSOES                PIC 9(02) VALUE 13.
