      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES DA CONSULTA AO PEI DO ALUNO
      *          (VEJA PEIAVISO.CPY)
      ******************************************************************
       77 WS-PEI-FP                 PIC 99     VALUE ZEROS.
          88 PEI-FP-OK              VALUE 0.
       77 WS-PEI-FM                 PIC 99     VALUE ZEROS.
          88 PEI-FM-OK              VALUE 0.
       77 WS-PEI-ALUNO              PIC 9(05)  VALUE ZEROS.
       77 WS-PEI-MATERIA            PIC 9(05)  VALUE ZEROS.
       77 WS-PEI-TIPO               PIC X(02)  VALUE SPACES.
       77 WS-PEI-CRITERIO           PIC X(60)  VALUE SPACES.
       77 WS-PEI-ADAPTADA           PIC X      VALUE 'N'.
          88 PEI-ADAPTADA           VALUE 'S' FALSE 'N'.
       77 WS-PEI-MAT-PROPRIA        PIC X      VALUE 'N'.
          88 PEI-MATERIA-PROPRIA    VALUE 'S' FALSE 'N'.
