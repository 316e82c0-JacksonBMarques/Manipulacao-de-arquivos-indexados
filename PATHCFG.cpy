              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S70.DAT'.
           03 WS-PATH-QUALIHIST    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S71.DAT'.
           03 WS-PATH-REMESSA      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S72.DAT'.
           03 WS-PATH-REMARQ       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T9.TXT'.
           03 WS-PATH-ACERVO       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S73.DAT'.
           03 WS-PATH-EMPRESTIMO   PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S74.DAT'.
           03 WS-PATH-CANTCONTA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S75.DAT'.
           03 WS-PATH-CANTMOV      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S76.DAT'.
           03 WS-PATH-MERENDA      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S77.DAT'.
           03 WS-PATH-MERENDACSV   PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T10.CSV'.
           03 WS-PATH-PATRIMONIO   PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S78.DAT'.
           03 WS-PATH-PATMOV       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S79.DAT'.
           03 WS-PATH-PATRIMCSV    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T11.CSV'.
           03 WS-PATH-RESERVA      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S80.DAT'.
           03 WS-PATH-REUNIAO      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S81.DAT'.
           03 WS-PATH-PRESREU      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S82.DAT'.
           03 WS-PATH-ATIVIDADE    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S83.DAT'.
           03 WS-PATH-INSCATIV     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S84.DAT'.
           03 WS-PATH-COBATIV      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S85.DAT'.
           03 WS-PATH-CARTEIRA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S86.DAT'.
           03 WS-PATH-CARTEIRINHA  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T12.TXT'.
           03 WS-PATH-LIVROREG     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S87.DAT'.
           03 WS-PATH-NFSE         PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S88.DAT'.
           03 WS-PATH-RPSARQ       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T13.TXT'.
           03 WS-PATH-NFSERET      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T14.TXT'.
           03 WS-PATH-NFSEREJ      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T14.REJ'.
           03 WS-PATH-DECLANUAL    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S89.DAT'.
           03 WS-PATH-FAMILIA      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S90.DAT'.
           03 WS-PATH-FAMALUNO     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S91.DAT'.
           03 WS-PATH-COBFAM       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S92.DAT'.
           03 WS-PATH-CREDCONTA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S93.DAT'.
           03 WS-PATH-CREDMOV      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S94.DAT'.
           03 WS-PATH-DEVOLUCAO    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S95.DAT'.
           03 WS-PATH-PRECOSERIE   PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S96.DAT'.
           03 WS-PATH-CONTRATO     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S97.DAT'.
           03 WS-PATH-MODCONTRATO  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T15.TXT'.
           03 WS-PATH-CONTRATOLST  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T16.LST'.
           03 WS-PATH-SALPROF      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S98.DAT'.
           03 WS-PATH-FAIXAFOL     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S99.DAT'.
           03 WS-PATH-FOLHAPAG     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S100.DAT'.
           03 WS-PATH-HOLERITE     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T17.LST'.
           03 WS-PATH-CREDFOLHA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T18.TXT'.
           03 WS-PATH-HABILITA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S101.DAT'.
           03 WS-PATH-PORTAL       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S102.DAT'.
           03 WS-PATH-PORTNOTA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T19.TXT'.
           03 WS-PATH-PORTFREQ     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T20.TXT'.
           03 WS-PATH-PORTOBS      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T21.TXT'.
           03 WS-PATH-PORTPROVA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T22.TXT'.
           03 WS-PATH-PORTFIN      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T23.TXT'.
           03 WS-PATH-NOTIFICA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S103.DAT'.
           03 WS-PATH-NOTIFSMS     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T24.CSV'.
           03 WS-PATH-NOTIFRET     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T25.CSV'.
           03 WS-PATH-AUTENTICA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S104.DAT'.
           03 WS-PATH-VISIBILIDADE PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S105.DAT'.
           03 WS-PATH-VINCPROF     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S106.DAT'.
           03 WS-PATH-RELDEF       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S107.DAT'.
           03 WS-PATH-LST-ADHOC    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T26.LST'.
           03 WS-PATH-CSV-ADHOC    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T27.CSV'.
           03 WS-PATH-EXTRATO      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T28.DAT'.
           03 WS-PATH-SPOOL        PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S108.DAT'.
           03 WS-PATH-IMPRESSORA   PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S109.DAT'.
           03 WS-PATH-SPOOLIMG     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T29.LST'.
           03 WS-PATH-SUSPENSO     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S110.DAT'.
           03 WS-PATH-AGENDAJOB    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S111.DAT'.
           03 WS-PATH-DIALETIVO    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S112.DAT'.
           03 WS-PATH-PROTDOC      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S113.DAT'.
           03 WS-PATH-TAXADOC      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S114.DAT'.
           03 WS-PATH-COBAVULSA    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S115.DAT'.
           03 WS-PATH-PASSEIO      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S116.DAT'.
           03 WS-PATH-PASSALUNO    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S117.DAT'.
           03 WS-PATH-PROCSEL      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S118.DAT'.
           03 WS-PATH-NOTASEL      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S119.DAT'.
           03 WS-PATH-NEGATIVACAO  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S120.DAT'.
           03 WS-PATH-NEGINCLUI    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T30.TXT'.
           03 WS-PATH-NEGPROTESTO  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T31.TXT'.
           03 WS-PATH-NEGBAIXA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T32.TXT'.
           03 WS-PATH-ACESSO       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S121.DAT'.
           03 WS-PATH-CATRACA      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T33.TXT'.
           03 WS-PATH-CATREJ       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T33.REJ'.
           03 WS-PATH-DISPPROF     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S122.DAT'.
           03 WS-PATH-CARGAHOR     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S123.DAT'.
           03 WS-PATH-SALAAULA     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S124.DAT'.
           03 WS-PATH-HORRASC      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S125.DAT'.
           03 WS-PATH-HORANT       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T34.TXT'.
           03 WS-PATH-EGRESSO      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S126.DAT'.
           03 WS-PATH-PESQEGR      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S127.DAT'.
           03 WS-PATH-CONVENIO     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S128.DAT'.
           03 WS-PATH-ESTAGIO      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S129.DAT'.
           03 WS-PATH-HORAEST      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S130.DAT'.
           03 WS-PATH-PEI          PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S131.DAT'.
           03 WS-PATH-PEIMAT       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S132.DAT'.
           03 WS-PATH-PEIREV       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S133.DAT'.
           03 WS-PATH-PARECER      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S134.DAT'.
           03 WS-PATH-CASOORI      PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S135.DAT'.
           03 WS-PATH-ATENDORI     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S136.DAT'.
           03 WS-PATH-FUNCIONARIO  PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S137.DAT'.
           03 WS-PATH-ESCALA       PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S138.DAT'.
           03 WS-PATH-PONTO        PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S139.DAT'.
           03 WS-PATH-PONTOFOL     PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001T35.CSV'.
           03 WS-PATH-PESORISCO    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S140.DAT'.
           03 WS-PATH-RISCOHIST    PIC X(100) VALUE
              'D:\Curso 1 COBOL\Desafio modulo 3\CFP001S141.DAT'.
      *CAMINHOS DOS ARQUIVOS DE BACKUP (COPIA INTEGRAL DOS REGISTROS,
      *UM POR LINHA, NO FORMATO DO PROPRIO ARQUIVO INDEXADO DE ORIGEM)
           03 WS-PATH-BAK-ALUNO    PIC X(100) VALUE
