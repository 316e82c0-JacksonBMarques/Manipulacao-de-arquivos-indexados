      *                           RELATORIOS
      *          ID-CONTADOR 29 = ULTIMO NUMERO DE RELATORIO DE
      *                           QUALIDADE DE DADOS
      *          ID-CONTADOR 30 = ULTIMO NUMERO DE REMESSA BANCARIA
      *          ID-CONTADOR 31 = ULTIMO NUMERO DE EMPRESTIMO DA
      *                           BIBLIOTECA
      *          ID-CONTADOR 32 = ULTIMO NUMERO DE REUNIAO DE PAIS
      *          ID-CONTADOR 33 = ULTIMO NUMERO DE REGISTRO NO LIVRO
      *                           DE CERTIFICADOS DE CONCLUSAO
      *          ID-CONTADOR 34 = ULTIMO NUMERO DE LOTE DE RPS ENVIADO
      *                           PARA EMISSAO DE NFS-E
      *          ID-CONTADOR 35 = ULTIMO NUMERO DE CONTA FAMILIA
      *          ID-CONTADOR 36 = ULTIMO NUMERO DE PEDIDO DE
      *                           DEVOLUCAO DE CREDITO
      *          ID-CONTADOR 37 = ULTIMO NUMERO DE CONTRATO DE
      *                           PRESTACAO DE SERVICOS
      *          ID-CONTADOR 38 = ULTIMO NUMERO DE LOTE DE CREDITO
      *                           DE SALARIOS (FOLHA DOS PROFESSORES)
      *          ID-CONTADOR 39 = ULTIMO SEQUENCIAL DE CODIGO DE
      *                           VERIFICACAO DE DOCUMENTO OFICIAL
      *          ID-CONTADOR 40 = ULTIMO NUMERO DE PROTOCOLO DE
      *                           ATENDIMENTO DA SECRETARIA
      *          ID-CONTADOR 41 = ULTIMO NUMERO DE PASSEIO OU EVENTO
      *                           ESCOLAR
      *          ID-CONTADOR 42 = ULTIMO CODIGO DE FUNCIONARIO (PESSOAL
      *                           NAO DOCENTE)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 10/02/2024 - AMPLIACAO DO CONTADOR PARA 5 DIGITOS E
      *                      DE NUMERACAO (A PARTIR DO 10)
      * UPDATE: 02/09/2026 - DOCUMENTACAO DOS CONTADORES 11 A 29
      *                      RESERVADOS PELOS NOVOS MODULOS
      * UPDATE: 15/10/2026 - DOCUMENTACAO DO CONTADOR 30 (REMESSA
      *                      BANCARIA DE BOLETOS)
      * UPDATE: 15/10/2026 - DOCUMENTACAO DO CONTADOR 31 (EMPRESTIMOS
      *                      DA BIBLIOTECA)
      * UPDATE: 15/10/2026 - DOCUMENTACAO DOS CONTADORES 32 A 42
      *                      (REUNIOES, LIVRO DE CERTIFICADOS, RPS,
      *                      CONTA FAMILIA, PEDIDOS, CONTRATOS, LOTES
      *                      DE CREDITO, CODIGOS DE VERIFICACAO,
      *                      ATENDIMENTO, PASSEIOS E PESSOAL)
      ******************************************************************
       01  REG-CONTADOR.
           03  ID-CONTADOR             PIC 9(02).
