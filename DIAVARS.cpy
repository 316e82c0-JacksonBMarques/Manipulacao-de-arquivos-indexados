      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA A CONFERENCIA DO DIA LETIVO
      *          NO CALENDARIO DIARIO (VEJA DIALETIV.CPY)
      ******************************************************************
       77 WS-DIA-FS                 PIC 99     VALUE ZEROS.
          88 DIA-FS-OK              VALUE 0.
       01 WS-DIA-DATA               PIC 9(08)  VALUE ZEROS.
       01 WS-DIA-DATA-R REDEFINES WS-DIA-DATA.
          03 WS-DIA-ANO             PIC 9(04).
          03 FILLER                 PIC 9(04).
       77 WS-DIA-PROGRAMA           PIC X(10)  VALUE SPACES.
       77 WS-DIA-TIPO               PIC X(01)  VALUE SPACES.
       77 WS-DIA-DESCRICAO          PIC X(30)  VALUE SPACES.
       77 WS-DIA-LETIVO             PIC X      VALUE 'S'.
          88 DIA-LETIVO             VALUE 'S' FALSE 'N'.
