      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA FILA DE IMPRESSAO - CFP001S108.DAT
      *          UMA ENTRADA POR IMPRESSAO GERADA PELOS PROGRAMAS
      *          (BOLETINS, RELATORIOS, RECIBOS, CARTAS, DECLARACOES
      *          ...). A IMAGEM DA IMPRESSAO FICA GUARDADA NO ARQUIVO
      *          CFP001T29.NNNNN (NNNNN = ID-SPOOL) E E ENVIADA PELO
      *          GERENCIADOR DE IMPRESSAO (IMPFILA) PARA A IMPRESSORA
      *          DA ENTRADA OU, SE ELA ESTIVER EM BRANCO, PARA A
      *          IMPRESSORA PADRAO DO TIPO DE DOCUMENTO (CFP001S109)
      *          SITUACAO: P=PENDENTE R=RETIDA E=ENVIADA C=CANCELADA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-SPOOL.
           03  ID-SPOOL                PIC 9(05).
           03  TP-DOC-SPL              PIC X(10).
           03  NM-PROGRAMA-SPL         PIC X(12).
           03  OP-SPL                  PIC X(15).
           03  DT-SPL                  PIC 9(08).
           03  HR-SPL                  PIC 9(06).
           03  QT-LINHAS-SPL           PIC 9(07).
           03  QT-PAGINAS-SPL          PIC 9(04).
           03  ST-SPL                  PIC X(01).
               88  SPL-PENDENTE        VALUE 'P'.
               88  SPL-RETIDA          VALUE 'R'.
               88  SPL-ENVIADA         VALUE 'E'.
               88  SPL-CANCELADA       VALUE 'C'.
           03  NM-IMPRESSORA-SPL       PIC X(15).
           03  QT-ENVIOS-SPL           PIC 9(02).
           03  DT-ENVIO-SPL            PIC 9(08).
           03  HR-ENVIO-SPL            PIC 9(06).
           03  OP-ENVIO-SPL            PIC X(15).
