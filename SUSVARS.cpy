      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA A GRAVACAO E O
      *          REPROCESSAMENTO DOS ITENS SUSPENSOS DOS PROGRAMAS
      *          BATCH (VEJA SUSPGRAVA.CPY)
      ******************************************************************
       77 WS-SUS-FS                 PIC 99     VALUE ZEROS.
          88 SUS-FS-OK              VALUE 0.
       77 WS-SUS-PROGRAMA           PIC X(12)  VALUE SPACES.
       77 WS-SUS-TIPO               PIC X(10)  VALUE SPACES.
       77 WS-SUS-MOTIVO             PIC X(04)  VALUE SPACES.
       77 WS-SUS-DESCRICAO          PIC X(40)  VALUE SPACES.
       77 WS-SUS-IMAGEM             PIC X(250) VALUE SPACES.
       77 WS-SUS-ID                 PIC 9(06)  VALUE ZEROS.
       77 WS-SUS-ORIGEM             PIC 9(06)  VALUE ZEROS.
       77 WS-SUS-NOVO-ID            PIC 9(06)  VALUE ZEROS.
       77 WS-SUS-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-SUS-HORA               PIC 9(08)  VALUE ZEROS.
       77 WS-SUS-QT-GRAVADOS        PIC 9(05)  VALUE ZEROS.
       77 WS-SUS-QT-REENVIO         PIC 9(03)  VALUE ZEROS.
       77 WS-SUS-IX                 PIC 9(03)  VALUE ZEROS.
       77 WS-SUS-IM                 PIC 9(02)  VALUE ZEROS.
       77 WS-SUS-EOF                PIC X      VALUE 'N'.
          88 SUS-EOF                VALUE 'S' FALSE 'N'.
       77 WS-SUS-LIDO               PIC X      VALUE 'N'.
          88 SUS-LIDO               VALUE 'S' FALSE 'N'.
      *ITENS REENVIADOS PELO OPERADOR A ESPERA DO REPROCESSAMENTO
       01 WS-SUS-TAB-REENVIO.
          03 WS-SUS-REENVIO-ID OCCURS 200 TIMES PIC 9(06).
      *DESCRICAO PADRAO DE CADA CODIGO DE MOTIVO
       01 WS-SUS-TAB-MOTIVOS.
          03 FILLER                 PIC X(44)  VALUE
             'LAYOLAYOUT OU CAMPO INVALIDO'.
          03 FILLER                 PIC X(44)  VALUE
             'NENCREGISTRO DE REFERENCIA NAO ENCONTRADO'.
          03 FILLER                 PIC X(44)  VALUE
             'DUPLREGISTRO DUPLICADO'.
          03 FILLER                 PIC X(44)  VALUE
             'FAIXVALOR FORA DA FAIXA PERMITIDA'.
          03 FILLER                 PIC X(44)  VALUE
             'SITUSITUACAO NAO PERMITE O PROCESSAMENTO'.
          03 FILLER                 PIC X(44)  VALUE
             'ESCOFORA DO ESCOPO DO OPERADOR'.
          03 FILLER                 PIC X(44)  VALUE
             'GRAVERRO DE GRAVACAO'.
       01 FILLER REDEFINES WS-SUS-TAB-MOTIVOS.
          03 WS-SUS-MOT OCCURS 7 TIMES.
             05 WS-SUS-MOT-COD      PIC X(04).
             05 WS-SUS-MOT-DESC     PIC X(40).
