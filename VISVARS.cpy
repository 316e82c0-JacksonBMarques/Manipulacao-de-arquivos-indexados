      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES DA VISIBILIDADE DOS DADOS
      *          SENSIVEIS DO ALUNO POR PERFIL (VEJA VISPERFIL.CPY)
      ******************************************************************
       77 WS-VIS-FS                 PIC 99     VALUE ZEROS.
          88 VIS-FS-OK              VALUE 0.
       77 WS-VIS-PERFIL             PIC X(10)  VALUE SPACES.
       77 WS-VIS-DOCUMENTO          PIC X(01)  VALUE 'S'.
          88 VIS-DOCUMENTO          VALUE 'S'.
       77 WS-VIS-ENDERECO           PIC X(01)  VALUE 'S'.
          88 VIS-ENDERECO           VALUE 'S'.
       77 WS-VIS-TELEFONE           PIC X(01)  VALUE 'S'.
          88 VIS-TELEFONE           VALUE 'S'.
       77 WS-VIS-SAUDE              PIC X(01)  VALUE 'S'.
          88 VIS-SAUDE              VALUE 'S'.
       77 WS-VIS-FINANCEIRO         PIC X(01)  VALUE 'S'.
          88 VIS-FINANCEIRO         VALUE 'S'.
      *CLASSE E ALUNO DA VISUALIZACAO A REGISTRAR NA AUDITORIA
       77 WS-VIS-CLASSE             PIC X(10)  VALUE SPACES.
       77 WS-VIS-ID-ALUNO           PIC 9(05)  VALUE ZEROS.
      *TEXTO EXIBIDO NO LUGAR DO DADO OCULTO
       77 WS-VIS-MASCARA            PIC X(20)  VALUE
                                    '*** RESTRITO ***'.
