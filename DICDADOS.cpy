      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: DICIONARIO DE DADOS DO GERADOR DE RELATORIOS AD-HOC
      *          (RELADHOC), TIRADO DOS LAYOUTS DOS ARQUIVOS BASE:
      *            1 - ALUNO       (CFPK0001 - CFP001S1)
      *            2 - SITUACAO    (CFPK0003 - CFP001S3)
      *            3 - MATRICULA   (CFPK0009 - CFP001S10)
      *            4 - FREQUENCIA  (CFPK0007 - CFP001S7)
      *            5 - MENSALIDADE (CFPK0031 - CFP001S37)
      *          CADA ENTRADA: ARQUIVO, NUMERO DO CAMPO NO ARQUIVO,
      *          NOME DO CAMPO NO LAYOUT, POSICAO E TAMANHO NO
      *          REGISTRO, CASAS DECIMAIS, TIPO (A = ALFANUMERICO,
      *          N = NUMERICO) E CLASSE DE VISIBILIDADE DO DADO
      *          (T = TELEFONE, E = ENDERECO, D = DOCUMENTO,
      *          F = FINANCEIRO, BRANCO = LIVRE). ALTERAR UM LAYOUT
      *          BASE EXIGE ACERTAR AS POSICOES AQUI
      ******************************************************************
       01 WS-DIC-TABELA.
          03 FILLER                PIC X(27) VALUE
             '101ID-ALUNO        001050N '.
          03 FILLER                PIC X(27) VALUE
             '102NM-ALUNO        006200A '.
          03 FILLER                PIC X(27) VALUE
             '103TL-ALUNO        026090NT'.
          03 FILLER                PIC X(27) VALUE
             '104ST-ALUNO        035010A '.
          03 FILLER                PIC X(27) VALUE
             '105DT-STATUS-ALUNO 036080N '.
          03 FILLER                PIC X(27) VALUE
             '106MT-STATUS-ALUNO 044300A '.
          03 FILLER                PIC X(27) VALUE
             '107DT-NASCIMENTO   074080N '.
          03 FILLER                PIC X(27) VALUE
             '108EN-ALUNO        082400AE'.
          03 FILLER                PIC X(27) VALUE
             '109NR-DOCUMENTO    122150AD'.
          03 FILLER                PIC X(27) VALUE
             '201ID-ALUNO1       001050N '.
          03 FILLER                PIC X(27) VALUE
             '202NM-ALUNO1       006200A '.
          03 FILLER                PIC X(27) VALUE
             '203ID-MATERIA1     026050N '.
          03 FILLER                PIC X(27) VALUE
             '204NM-MATERIA1     031200A '.
          03 FILLER                PIC X(27) VALUE
             '205ST-APROVACAO    051090A '.
          03 FILLER                PIC X(27) VALUE
             '206ID-REGISTRO     060030N '.
          03 FILLER                PIC X(27) VALUE
             '207MD-ALUNO        063042N '.
          03 FILLER                PIC X(27) VALUE
             '208ANO-LETIVO      067040N '.
          03 FILLER                PIC X(27) VALUE
             '209NOTA1           071042N '.
          03 FILLER                PIC X(27) VALUE
             '210NOTA2           075042N '.
          03 FILLER                PIC X(27) VALUE
             '211NOTA3           079042N '.
          03 FILLER                PIC X(27) VALUE
             '212NOTA4           083042N '.
          03 FILLER                PIC X(27) VALUE
             '301ID-ALUNO5       001050N '.
          03 FILLER                PIC X(27) VALUE
             '302NM-ALUNO5       006200A '.
          03 FILLER                PIC X(27) VALUE
             '303ID-MATERIA5     026050N '.
          03 FILLER                PIC X(27) VALUE
             '304NM-MATERIA5     031200A '.
          03 FILLER                PIC X(27) VALUE
             '305ID-REGISTRO5    051030N '.
          03 FILLER                PIC X(27) VALUE
             '401ID-ALUNO4       001050N '.
          03 FILLER                PIC X(27) VALUE
             '402NM-ALUNO4       006200A '.
          03 FILLER                PIC X(27) VALUE
             '403ID-MATERIA4     026050N '.
          03 FILLER                PIC X(27) VALUE
             '404NM-MATERIA4     031200A '.
          03 FILLER                PIC X(27) VALUE
             '405NR-AULAS        051030N '.
          03 FILLER                PIC X(27) VALUE
             '406NR-FALTAS       054030N '.
          03 FILLER                PIC X(27) VALUE
             '407PC-FREQUENCIA   057052N '.
          03 FILLER                PIC X(27) VALUE
             '408ID-REGISTRO4    062030N '.
          03 FILLER                PIC X(27) VALUE
             '501ID-ALUNO-MEN    001050NF'.
          03 FILLER                PIC X(27) VALUE
             '502AAAAMM-MEN      006060NF'.
          03 FILLER                PIC X(27) VALUE
             '503VL-MENSALIDADE  012072NF'.
          03 FILLER                PIC X(27) VALUE
             '504VL-DESCONTO     019072NF'.
          03 FILLER                PIC X(27) VALUE
             '505ST-MENSALIDADE  026010AF'.
          03 FILLER                PIC X(27) VALUE
             '506DT-PAGAMENTO    027080NF'.
          03 FILLER                PIC X(27) VALUE
             '507VL-PAGO         035072NF'.
          03 FILLER                PIC X(27) VALUE
             '508TP-BOLSA-MEN    042150AF'.
          03 FILLER                PIC X(27) VALUE
             '509NR-ACORDO-MEN   057050NF'.
       01 FILLER REDEFINES WS-DIC-TABELA.
          03 WS-DIC-ENT OCCURS 43 TIMES.
             05 WS-DIC-BASE          PIC 9(01).
             05 WS-DIC-NR            PIC 9(02).
             05 WS-DIC-NOME          PIC X(16).
             05 WS-DIC-POS           PIC 9(03).
             05 WS-DIC-TAM           PIC 9(02).
             05 WS-DIC-DEC           PIC 9(01).
             05 WS-DIC-TIPO          PIC X(01).
                88 DIC-NUMERICO      VALUE 'N'.
             05 WS-DIC-CLASSE        PIC X(01).
       77 WS-DIC-QT                  PIC 9(02) VALUE 43.
