      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO PROTOCOLO DE ATENDIMENTO DA SECRETARIA -
      *          CFP001S113.DAT
      *          UM PROTOCOLO POR PEDIDO DE DOCUMENTO (HISTORICO,
      *          DECLARACAO, GUIA DE TRANSFERENCIA, SEGUNDA VIA DE
      *          BOLETIM, CERTIFICADO...) FEITO NO BALCAO OU POR
      *          TELEFONE, NUMERADO PELO CONTADOR 40 DO CFP001S8. O
      *          TIPO DO DOCUMENTO VEM DA TABELA DE TAXAS (CFP001S114),
      *          QUE DA O PRAZO PROMETIDO E A TAXA; A TAXA DO DOCUMENTO
      *          PAGO VIRA COBRANCA AVULSA (CFP001S115) NA COMPETENCIA
      *          AAAAMM-COB-PD (ZERO = DOCUMENTO GRATUITO).
      *          TP-CANAL-PD: B = BALCAO, T = TELEFONE.
      *          ST-PROTOCOLO: A = ABERTO, E = EMITIDO, T = ENTREGUE,
      *          C = CANCELADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-PROTDOC.
           03  NR-PROTOCOLO-PD         PIC 9(05).
           03  DT-ABERTURA-PD          PIC 9(08).
           03  HR-ABERTURA-PD          PIC 9(04).
           03  TP-DOCUMENTO-PD         PIC X(02).
           03  ID-ALUNO-PD             PIC 9(05).
           03  NM-SOLICITANTE-PD       PIC X(30).
           03  TL-SOLICITANTE-PD       PIC X(15).
           03  TP-CANAL-PD             PIC X(01).
           03  DT-PROMETIDA-PD         PIC 9(08).
           03  ST-PROTOCOLO            PIC X(01).
               88  PD-ABERTO           VALUE 'A'.
               88  PD-EMITIDO          VALUE 'E'.
               88  PD-ENTREGUE         VALUE 'T'.
               88  PD-CANCELADO        VALUE 'C'.
               88  PD-PENDENTE         VALUE 'A' 'E'.
           03  VL-TAXA-PD              PIC 9(05)V9(02).
           03  AAAAMM-COB-PD           PIC 9(06).
           03  DT-EMISSAO-PD           PIC 9(08).
           03  DT-ENTREGA-PD           PIC 9(08).
           03  NM-RECEBEDOR-PD         PIC X(30).
           03  DS-OBSERVACAO-PD        PIC X(40).
           03  OP-ABERTURA-PD          PIC X(15).
           03  OP-ULTIMA-PD            PIC X(15).
           03  FILLER                  PIC X(20).
