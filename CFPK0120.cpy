      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE CONVENIOS DE ESTAGIO -
      *          CFP001S128.DAT
      *          UM REGISTRO POR CONVENIO FIRMADO COM EMPRESA
      *          CONCEDENTE, COM A VIGENCIA (INICIO E FIM) E A
      *          REFERENCIA DA PASTA ONDE FICA O TERMO ASSINADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-CONVENIO.
           03  NR-CONVENIO-CNV         PIC 9(05).
           03  NM-EMPRESA-CNV          PIC X(30).
           03  NR-CNPJ-CNV             PIC 9(14).
           03  NM-CONTATO-CNV          PIC X(20).
           03  TL-CNV.
               05  TL-PREFIXO-CNV      PIC 9(05).
               05  TL-SUFIXO-CNV       PIC 9(04).
           03  DT-INICIO-CNV           PIC 9(08).
           03  DT-FIM-CNV              PIC 9(08).
           03  DS-PASTA-CNV            PIC X(10).
           03  DT-ATUALIZ-CNV          PIC 9(08).
           03  OP-CONVENIO             PIC X(15).
