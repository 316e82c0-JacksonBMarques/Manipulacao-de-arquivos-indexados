      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO CENTRAL DE AUTENTICIDADE DOS
      *          DOCUMENTOS OFICIAIS EMITIDOS - CFP001S104.DAT
      *          CADA DOCUMENTO IMPRESSO (DECLARACAO DE MATRICULA,
      *          HISTORICO ESCOLAR, GUIA DE TRANSFERENCIA E
      *          CERTIFICADO DE CONCLUSAO) GANHA UM CODIGO DE
      *          VERIFICACAO UNICO, IMPRESSO NA PAGINA E GRAVADO AQUI
      *          COM O TIPO, O ALUNO, A DATA E O OPERADOR DA EMISSAO.
      *          CODIGO: TIPO (2) + SEQUENCIAL (CONTADOR 39 DO
      *          CFP001S8) + DIGITO DE CONTROLE (3)
      *          TIPO: DM=DECLARACAO DE MATRICULA, HE=HISTORICO
      *          ESCOLAR, GT=GUIA DE TRANSFERENCIA, CC=CERTIFICADO DE
      *          CONCLUSAO
      *          SITUACAO: V=VALIDO, C=CANCELADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-AUTENTICA.
           03  CD-VERIFICACAO-AUT.
               05  TP-DOC-AUT          PIC X(02).
               05  NR-SEQ-AUT          PIC 9(05).
               05  DV-AUT              PIC 9(03).
           03  NR-DOCUMENTO-AUT        PIC 9(05).
           03  ID-ALUNO-AUT            PIC 9(05).
           03  NM-ALUNO-AUT            PIC X(20).
           03  DS-DOCUMENTO-AUT        PIC X(40).
           03  DT-EMISSAO-AUT          PIC 9(08).
           03  OP-EMISSAO-AUT          PIC X(15).
           03  ST-AUT                  PIC X(01).
           03  DT-CANCEL-AUT           PIC 9(08).
           03  OP-CANCEL-AUT           PIC X(15).
           03  DS-MOTIVO-AUT           PIC X(30).
