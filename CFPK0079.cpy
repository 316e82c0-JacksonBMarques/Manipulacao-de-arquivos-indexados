      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE NFS-E DOS RECIBOS -
      *          CFP001S88.DAT
      *          UM REGISTRO POR RECIBO DE MENSALIDADE (CFP001S38)
      *          ENVIADO COMO RPS A PREFEITURA (MESMA CHAVE DO RECIBO,
      *          QUE E TAMBEM O NUMERO DO RPS), COM O LOTE DE ENVIO
      *          (CONTADOR 34 DO CFP001S8) E, APOS A IMPORTACAO DO
      *          RETORNO, O NUMERO DA NFS-E EMITIDA PELA PREFEITURA.
      *          ST-NFSE: E = RPS ENVIADO, N = NFS-E EMITIDA,
      *          C = ENVIO CANCELADO (LIBERADO PARA REENVIO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-NFSE.
           03  ID-RECIBO-NFS           PIC 9(05).
           03  ID-ALUNO-NFS            PIC 9(05).
           03  DT-RECIBO-NFS           PIC 9(08).
           03  NR-LOTE-NFS             PIC 9(05).
           03  DT-ENVIO-NFS            PIC 9(08).
           03  VL-SERVICO-NFS          PIC 9(05)V9(02).
           03  ST-NFSE                 PIC X(01).
           03  NR-NFSE                 PIC 9(10).
           03  DT-EMISSAO-NFSE         PIC 9(08).
           03  CD-VERIF-NFSE           PIC X(10).
           03  DT-RETORNO-NFS          PIC 9(08).
           03  OP-NFSE                 PIC X(15).
