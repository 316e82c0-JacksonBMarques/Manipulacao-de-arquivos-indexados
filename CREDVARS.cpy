      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES PARA OS LANCAMENTOS NA CONTA DE
      *          CREDITO DO ALUNO (VEJA CREDLANC.CPY)
      ******************************************************************
       77 WS-CRD-FCC                PIC 99     VALUE ZEROS.
          88 CRD-FCC-OK             VALUE 0.
       77 WS-CRD-FCM                PIC 99     VALUE ZEROS.
          88 CRD-FCM-OK             VALUE 0.
       77 WS-CRD-ALUNO              PIC 9(05)  VALUE ZEROS.
       77 WS-CRD-TIPO               PIC X(01)  VALUE SPACES.
       77 WS-CRD-ORIGEM             PIC X(01)  VALUE SPACES.
       77 WS-CRD-VALOR              PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-CRD-AAAAMM             PIC 9(06)  VALUE ZEROS.
       77 WS-CRD-DOC                PIC 9(05)  VALUE ZEROS.
       77 WS-CRD-DESCRICAO          PIC X(20)  VALUE SPACES.
       77 WS-CRD-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-CRD-HORA               PIC 9(08)  VALUE ZEROS.
       77 WS-CRD-SALDO              PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-CRD-DISPONIVEL         PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-CRD-TENTATIVAS         PIC 9(02)  VALUE ZEROS.
       77 WS-CRD-EOF                PIC X      VALUE 'N'.
          88 CRD-EOF-OK             VALUE 'S' FALSE 'N'.
       77 WS-CRD-LANCADO            PIC X      VALUE 'N'.
          88 CRD-LANCADO            VALUE 'S' FALSE 'N'.
