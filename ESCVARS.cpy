      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA O ESCOPO DE DADOS DO
      *          OPERADOR PROFESSOR (VEJA ESCOPROF.CPY)
      ******************************************************************
       77 WS-ESC-FS                 PIC 99     VALUE ZEROS.
          88 ESC-FS-OK              VALUE 0.
       77 WS-ESC-FH                 PIC 99     VALUE ZEROS.
          88 ESC-FH-OK              VALUE 0.
       77 WS-ESC-PERFIL             PIC X(10)  VALUE SPACES.
       77 WS-ESC-OPERADOR           PIC X(15)  VALUE SPACES.
       77 WS-ESC-PROGRAMA           PIC X(10)  VALUE SPACES.
       77 WS-ESC-ID-PROF            PIC 9(03)  VALUE ZEROS.
       77 WS-ESC-TURMA              PIC 9(03)  VALUE ZEROS.
       77 WS-ESC-MATERIA            PIC 9(05)  VALUE ZEROS.
       77 WS-ESC-ALUNO              PIC 9(05)  VALUE ZEROS.
       77 WS-ESC-RESTRITO           PIC X      VALUE 'N'.
          88 ESC-RESTRITO           VALUE 'S' FALSE 'N'.
       77 WS-ESC-PERMITIDO          PIC X      VALUE 'S'.
          88 ESC-PERMITIDO          VALUE 'S' FALSE 'N'.
       77 WS-ESC-EOF                PIC X      VALUE 'N'.
          88 ESC-EOF                VALUE 'S' FALSE 'N'.
       77 WS-ESC-EOF-TL             PIC X      VALUE 'N'.
          88 ESC-EOF-TL             VALUE 'S' FALSE 'N'.
