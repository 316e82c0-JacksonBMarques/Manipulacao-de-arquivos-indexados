      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA O REGISTRO DAS IMPRESSOES
      *          NA FILA DE IMPRESSAO (VEJA SPOOLREG.CPY)
      ******************************************************************
       77 WS-SPL-FS                 PIC 99     VALUE ZEROS.
          88 SPL-FS-OK              VALUE 0.
       77 WS-SPL-FA                 PIC 99     VALUE ZEROS.
          88 SPL-FA-OK              VALUE 0.
       77 WS-SPL-FQ                 PIC 99     VALUE ZEROS.
          88 SPL-FQ-OK              VALUE 0.
       77 WS-SPL-ORIGEM             PIC X(100) VALUE SPACES.
       77 WS-SPL-DESTINO            PIC X(100) VALUE SPACES.
       77 WS-SPL-PREFIXO            PIC X(100) VALUE SPACES.
       77 WS-SPL-TIPO               PIC X(10)  VALUE SPACES.
       77 WS-SPL-PROGRAMA           PIC X(12)  VALUE SPACES.
       77 WS-SPL-OPERADOR           PIC X(15)  VALUE SPACES.
       77 WS-SPL-INICIO             PIC 9(07)  VALUE ZEROS.
       77 WS-SPL-LIDAS              PIC 9(07)  VALUE ZEROS.
       77 WS-SPL-QT-LINHAS          PIC 9(07)  VALUE ZEROS.
       77 WS-SPL-QT-PAGINAS         PIC 9(04)  VALUE ZEROS.
       77 WS-SPL-LINHAS-PAG         PIC 9(03)  VALUE 60.
       77 WS-SPL-ID                 PIC 9(05)  VALUE ZEROS.
       77 WS-SPL-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-SPL-HORA               PIC 9(08)  VALUE ZEROS.
       77 WS-SPL-EOF                PIC X      VALUE 'N'.
          88 SPL-EOF                VALUE 'S' FALSE 'N'.
