      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES DA IDENTIFICACAO DOS ALUNOS EM
      *          AVALIACAO DESCRITIVA (VEJA DSCSERIE.CPY)
      ******************************************************************
       77 WS-DSC-FT                 PIC 99     VALUE ZEROS.
          88 DSC-FT-OK              VALUE 0.
       77 WS-DSC-FS                 PIC 99     VALUE ZEROS.
          88 DSC-FS-OK              VALUE 0.
       77 WS-DSC-ALUNO              PIC 9(05)  VALUE ZEROS.
       77 WS-DSC-TURMA              PIC 9(03)  VALUE ZEROS.
       77 WS-DSC-SERIE              PIC 9(02)  VALUE ZEROS.
       77 WS-DSC-DESCRITIVO         PIC X      VALUE 'N'.
          88 DSC-DESCRITIVO         VALUE 'S' FALSE 'N'.
       77 WS-DSC-CARREGADO          PIC X      VALUE 'N'.
          88 DSC-CARREGADO          VALUE 'S' FALSE 'N'.
       77 WS-DSC-EOF                PIC X      VALUE 'N'.
          88 DSC-EOF                VALUE 'S' FALSE 'N'.
      *ULTIMA TURMA CONSULTADA NA CARGA, PARA NAO RELER TURMA/SERIE
       77 WS-DSC-TURMA-ANT          PIC 9(03)  VALUE ZEROS.
       77 WS-DSC-QT                 PIC 9(04)  VALUE ZEROS.
       77 WS-DSC-IX                 PIC 9(04)  VALUE ZEROS.
      *ALUNOS DO ROTEIRO MATRICULADOS EM TURMA DE SERIE DESCRITIVA
       01 WS-DSC-TAB.
          03 WS-DSC-ITEM OCCURS 2000 TIMES.
             05 WS-DSC-TAB-ALUNO    PIC 9(05).
             05 WS-DSC-TAB-SERIE    PIC 9(02).
