      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA GRAVACAO NA FILA DE
      *          NOTIFICACOES AS FAMILIAS (VEJA NOTIFFILA.CPY)
      ******************************************************************
       77 WS-NTF-FS                 PIC 99     VALUE ZEROS.
          88 NTF-FS-OK              VALUE 0.
       77 WS-NTF-ID-ALUNO           PIC 9(05)  VALUE ZEROS.
       77 WS-NTF-ID-RESP            PIC 9(05)  VALUE ZEROS.
       77 WS-NTF-TELEFONE           PIC 9(09)  VALUE ZEROS.
       77 WS-NTF-TIPO               PIC X(10)  VALUE SPACES.
       77 WS-NTF-TEXTO              PIC X(70)  VALUE SPACES.
       77 WS-NTF-PROGRAMA           PIC X(10)  VALUE SPACES.
       77 WS-NTF-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-NTF-HORA               PIC 9(08)  VALUE ZEROS.
       77 WS-NTF-QT                 PIC 9(03)  VALUE ZEROS.
       77 WS-NTF-EOF                PIC X      VALUE 'N'.
          88 NTF-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-NTF-GRAVOU             PIC X      VALUE 'N'.
          88 NTF-GRAVOU             VALUE 'S' FALSE 'N'.
