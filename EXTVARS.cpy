      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA A LEITURA DO EXTRATO
      *          NOTURNO DE RELATORIOS (VEJA EXTLEIT.CPY)
      ******************************************************************
       77 WS-EXR-FS                 PIC 99     VALUE ZEROS.
          88 EXR-FS-OK              VALUE 0.
       77 WS-EXR-ANO                PIC 9(04)  VALUE ZEROS.
       77 WS-EXR-DATA-HOJE          PIC 9(08)  VALUE ZEROS.
       77 WS-PATH-EXTANO            PIC X(100) VALUE SPACES.
       77 WS-EXR-PREFIXO            PIC X(100) VALUE SPACES.
       77 WS-EXR-MODO               PIC X      VALUE 'N'.
          88 EXR-MODO-EXTRATO       VALUE 'S' 's'.
       77 WS-EXR-ABERTO             PIC X      VALUE 'N'.
          88 EXR-ABERTO             VALUE 'S' FALSE 'N'.
       77 WS-EXR-EOF                PIC X      VALUE 'N'.
          88 EXR-EOF                VALUE 'S' FALSE 'N'.
       01 WS-EXR-DT-GERACAO         PIC 9(08)  VALUE ZEROS.
       01 FILLER REDEFINES WS-EXR-DT-GERACAO.
          03 WS-EXR-AAAA            PIC 9(04).
          03 WS-EXR-MM              PIC 9(02).
          03 WS-EXR-DD              PIC 9(02).
       01 WS-EXR-HR-GERACAO         PIC 9(06)  VALUE ZEROS.
       01 FILLER REDEFINES WS-EXR-HR-GERACAO.
          03 WS-EXR-HH              PIC 9(02).
          03 WS-EXR-MI              PIC 9(02).
          03 WS-EXR-SS              PIC 9(02).
