      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE TAXAS DOS DOCUMENTOS DA
      *          SECRETARIA - CFP001S114.DAT
      *          UM REGISTRO POR TIPO DE DOCUMENTO PEDIDO NO PROTOCOLO
      *          DE ATENDIMENTO (CFP001S113), COM O PRAZO PADRAO DE
      *          ENTREGA EM DIAS CORRIDOS E A TAXA COBRADA (ZERO =
      *          DOCUMENTO GRATUITO). ST-TAXADOC: A = ATIVO,
      *          I = INATIVO (NAO ACEITA NOVOS PEDIDOS)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-TAXADOC.
           03  TP-DOCUMENTO-TX         PIC X(02).
           03  NM-DOCUMENTO-TX         PIC X(30).
           03  VL-TAXA-TX              PIC 9(05)V9(02).
           03  QT-DIAS-PRAZO-TX        PIC 9(03).
           03  ST-TAXADOC              PIC X(01).
           03  DT-CADASTRO-TX          PIC 9(08).
           03  OP-TAXADOC              PIC X(15).
