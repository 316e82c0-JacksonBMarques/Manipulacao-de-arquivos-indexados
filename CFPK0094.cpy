      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA FILA DE NOTIFICACOES AS FAMILIAS (SMS) -
      *          CFP001S103.DAT
      *          UM REGISTRO POR MENSAGEM A ENVIAR, GRAVADO PELOS
      *          PROGRAMAS QUE GERAM O FATO (FALTA NO DIARIO,
      *          OCORRENCIA, MEDIA ABAIXO DA NOTA DE APROVACAO,
      *          MENSALIDADE VENCIDA) COM O TELEFONE DE DESTINO
      *          (TL-RESP1 DO CFP001S19). A CHAVE E A DATA/HORA DA
      *          GERACAO MAIS UMA SEQUENCIA NO MESMO CENTESIMO.
      *          SITUACAO: P=PENDENTE, E=ENVIADA AO GATEWAY,
      *          R=RECEBIDA (ENTREGUE), F=FALHA NA ENTREGA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-NOTIFICA.
           03  ID-NOTIFICA.
               05  DT-NOTIF            PIC 9(08).
               05  HR-NOTIF            PIC 9(08).
               05  NR-SEQ-NOTIF        PIC 9(02).
           03  ID-ALUNO-NOTIF          PIC 9(05).
           03  ID-RESP-NOTIF           PIC 9(05).
           03  TL-DESTINO-NOTIF        PIC 9(09).
           03  TP-NOTIF                PIC X(10).
           03  TX-NOTIF                PIC X(70).
           03  NM-PROGRAMA-NOTIF       PIC X(10).
           03  ST-NOTIF                PIC X(01).
           03  DT-ENVIO-NOTIF          PIC 9(08).
           03  DT-RETORNO-NOTIF        PIC 9(08).
           03  CD-RETORNO-NOTIF        PIC X(10).
