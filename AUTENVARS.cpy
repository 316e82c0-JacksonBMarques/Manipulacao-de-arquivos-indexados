      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA O CODIGO DE VERIFICACAO DOS
      *          DOCUMENTOS OFICIAIS (VEJA AUTENDOC.CPY)
      ******************************************************************
       77 WS-AUT-FS                 PIC 99     VALUE ZEROS.
          88 AUT-FS-OK              VALUE 0.
       77 WS-AUT-TIPO               PIC X(02)  VALUE SPACES.
       77 WS-AUT-NR-DOC             PIC 9(05)  VALUE ZEROS.
       77 WS-AUT-ID-ALUNO           PIC 9(05)  VALUE ZEROS.
       77 WS-AUT-NM-ALUNO           PIC X(20)  VALUE SPACES.
       77 WS-AUT-DESCRICAO          PIC X(40)  VALUE SPACES.
       77 WS-AUT-OPERADOR           PIC X(15)  VALUE SPACES.
       77 WS-AUT-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-AUT-BASE               PIC 9(12)  VALUE ZEROS.
       77 WS-AUT-QUOCIENTE          PIC 9(12)  VALUE ZEROS.
       01 WS-AUT-CODIGO             PIC X(10)  VALUE SPACES.
       01 FILLER REDEFINES WS-AUT-CODIGO.
          03 WS-AUT-CD-TIPO         PIC X(02).
          03 WS-AUT-CD-NR           PIC 9(05).
          03 WS-AUT-CD-DV           PIC 9(03).
       77 WS-AUT-GRAVOU             PIC X      VALUE 'N'.
          88 AUT-GRAVOU             VALUE 'S' FALSE 'N'.
