           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-QUALIHIST
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S72_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-REMESSA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T9_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-REMARQ
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S73_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ACERVO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S74_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-EMPRESTIMO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S75_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CANTCONTA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S76_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CANTMOV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S77_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-MERENDA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T10_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-MERENDACSV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S78_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PATRIMONIO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S79_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PATMOV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T11_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PATRIMCSV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S80_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-RESERVA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S81_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-REUNIAO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S82_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PRESREU
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S83_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ATIVIDADE
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S84_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-INSCATIV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S85_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-COBATIV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S86_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CARTEIRA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T12_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CARTEIRINHA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S87_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-LIVROREG
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S88_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NFSE
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T13_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-RPSARQ
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T14_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NFSERET
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T14_REJ_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NFSEREJ
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S89_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-DECLANUAL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S90_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-FAMILIA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S91_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-FAMALUNO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S92_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-COBFAM
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S93_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CREDCONTA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S94_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CREDMOV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S95_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-DEVOLUCAO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S96_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PRECOSERIE
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S97_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CONTRATO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T15_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-MODCONTRATO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T16_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CONTRATOLST
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S98_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-SALPROF
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S99_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-FAIXAFOL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S100_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-FOLHAPAG
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T17_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-HOLERITE
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T18_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CREDFOLHA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S101_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-HABILITA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S102_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTAL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T19_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTNOTA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T20_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTFREQ
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T21_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTOBS
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T22_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTPROVA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T23_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PORTFIN
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S103_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NOTIFICA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T24_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NOTIFSMS
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T25_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NOTIFRET
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S104_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-AUTENTICA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S105_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-VISIBILIDADE
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S106_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-VINCPROF
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S107_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-RELDEF
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T26_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-LST-ADHOC
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T27_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CSV-ADHOC
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T28_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-EXTRATO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S108_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-SPOOL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S109_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-IMPRESSORA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T29_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-SPOOLIMG
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S110_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-SUSPENSO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S111_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-AGENDAJOB
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S112_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-DIALETIVO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S113_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PROTDOC
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S114_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-TAXADOC
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S115_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-COBAVULSA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S116_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PASSEIO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S117_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PASSALUNO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S118_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PROCSEL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S119_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NOTASEL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S120_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NEGATIVACAO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T30_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NEGINCLUI
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T31_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NEGPROTESTO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T32_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-NEGBAIXA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S121_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ACESSO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T33_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CATRACA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T33_REJ_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CATREJ
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S122_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-DISPPROF
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S123_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CARGAHOR
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S124_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-SALAAULA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S125_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-HORRASC
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T34_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-HORANT
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S126_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-EGRESSO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S127_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PESQEGR
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S128_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CONVENIO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S129_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ESTAGIO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S130_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-HORAEST
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S131_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PEI
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S132_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PEIMAT
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S133_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PEIREV
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S134_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PARECER
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S135_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-CASOORI
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S136_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ATENDORI
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S137_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-FUNCIONARIO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S138_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-ESCALA
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S139_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PONTO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001T35_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PONTOFOL
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S140_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-PESORISCO
           END-IF

           MOVE SPACES                 TO WS-PATH-ENVTEMP
           ACCEPT WS-PATH-ENVTEMP FROM ENVIRONMENT 'CFP001S141_PATH'
           IF WS-PATH-ENVTEMP NOT EQUAL SPACES
              MOVE WS-PATH-ENVTEMP      TO WS-PATH-RISCOHIST
           END-IF
