      *         RELATORIOS, BATCH), CADA UM COM O SEU SUBMENU; TODO
      *         CODIGO DIRETO SEGUE VALIDO NO PROMPT PRINCIPAL E AS
      *         REGRAS DE PERFIL NAO MUDARAM
      * UPDATE: 15/10/2026 - OPCAO 113 NO FINANCEIRO: REMESSA
      *         BANCARIA DE BOLETOS (REMBANCO)
      * UPDATE: 15/10/2026 - OPCAO 114 NOS CADASTROS: BIBLIOTECA ESCOLAR
      *         (BIBLIOT)
      * UPDATE: 15/10/2026 - OPCAO 115 NO FINANCEIRO: CONTA PRE-PAGA DA
      *         CANTINA (CANTINA)
      * UPDATE: 15/10/2026 - OPCAO 116 NA FREQUENCIA: CONTAGEM DIARIA DA
      *         MERENDA POR TURNO (MERENDA)
      * UPDATE: 15/10/2026 - OPCAO 117 NOS CADASTROS: PATRIMONIO DA
      *         ESCOLA (PATRIMON)
      * UPDATE: 15/10/2026 - OPCAO 118 NA FREQUENCIA, LIBERADA AO
      *         PROFESSOR: RESERVA DE SALAS E EQUIPAMENTOS (RESERVA)
      * UPDATE: 15/10/2026 - OPCAO 119 NA FREQUENCIA: REUNIOES DE PAIS
      *         E PRESENCA DAS FAMILIAS (REUNIAO)
      * UPDATE: 15/10/2026 - OPCAO 120 NOS CADASTROS: ATIVIDADES
      *         EXTRACURRICULARES E INSCRICOES (ATIVIDAD)
      * UPDATE: 15/10/2026 - OPCAO 121 NOS CADASTROS: EMISSAO DE
      *         CARTEIRINHAS ESTUDANTIS E SEGUNDA VIA (CARTEIRA)
      * UPDATE: 15/10/2026 - OPCAO 122 NOS RELATORIOS: CERTIFICADO DE
      *         CONCLUSAO COM LIVRO DE REGISTRO (CERTCONC)
      * UPDATE: 15/10/2026 - OPCOES 123 E 124 NO FINANCEIRO: LOTE DE
      *         RPS PARA A NFS-E (NFSEEXP) E RETORNO DAS NOTAS (NFSERET)
      * UPDATE: 15/10/2026 - OPCAO 125 NO FINANCEIRO: QUITACAO ANUAL DE
      *         DEBITOS E DESPESAS COM EDUCACAO PARA O IR (DECLANUAL)
      * UPDATE: 15/10/2026 - OPCAO 126 NO FINANCEIRO: CADASTRO DA
      *         CONTA FAMILIA PARA A COBRANCA CONSOLIDADA (FAMILIA)
      * UPDATE: 15/10/2026 - OPCAO 127 NO FINANCEIRO: CREDITO DO
      *         ALUNO E PEDIDOS DE DEVOLUCAO (CREDITO)
      * UPDATE: 15/10/2026 - OPCAO 128 NO FINANCEIRO: TABELA DE PRECOS
      *         DAS SERIES COM VIGENCIA E SIMULACAO DE REAJUSTE
      *         (TABPRECO)
      * UPDATE: 15/10/2026 - OPCAO 129: CONTRATO DE PRESTACAO DE
      *         SERVICOS E REGISTRO DE ASSINATURAS (CONTRATO)
      * UPDATE: 15/10/2026 - OPCAO 130 NO FINANCEIRO: FOLHA DE PAGAMENTO
      *         DOS PROFESSORES (FOLHAPAG), RESTRITA A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 131 - AVISOS SMS ENVIADOS A FAMILIA
      *         (NOTIFCON)
      * UPDATE: 15/10/2026 - OPCAO 132 - CONFERENCIA DE AUTENTICIDADE
      *         DOS DOCUMENTOS EMITIDOS PELO CODIGO DE VERIFICACAO
      *         (CONFDOC)
      * UPDATE: 15/10/2026 - OPCAO 133 - VERIFICACAO DO ENCADEAMENTO DA
      *         TRILHA DE AUDITORIA (VERIAUDIT)
      * UPDATE: 15/10/2026 - OPCAO 134 - RELATORIO MENSAL DE SEGREGACAO
      *         DE FUNCOES (SEGFUNCAO), RESTRITO A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 135 - GERADOR DE RELATORIOS AD-HOC
      *         POR PARAMETROS (RELADHOC)
      * UPDATE: 15/10/2026 - OPCAO 136 - EXTRATO NOTURNO DE RELATORIOS
      *         (EXTRELAT)
      * UPDATE: 15/10/2026 - OPCAO 137 - FILA DE IMPRESSAO E CADASTRO DE
      *         IMPRESSORAS
      * UPDATE: 15/10/2026 - OPCAO 138 - TRATAMENTO DOS SUSPENSOS DOS
      *         PROGRAMAS BATCH (TRATASUS) E OPCAO 139 - ENVELHECIMENTO
      *         DOS SUSPENSOS (RELSUSP)
      * UPDATE: 15/10/2026 - OPCOES 140 E 141 - DESPACHO DIARIO DOS JOBS
      *         RECORRENTES (DESPJOBS) E CALENDARIO DE JOBS BATCH
      *         (CALJOBS)
      * UPDATE: 15/10/2026 - OPCAO 142 - SIMULACAO DE REGRAS DE
      *         AVALIACAO (SIMREGRA), RESTRITA A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 143 - CRUZAMENTO FREQUENCIA X
      *         DESEMPENHO
      * UPDATE: 15/10/2026 - OPCAO 144 - COMPARATIVO DE RESULTADOS POR
      *         PROFESSOR (PROFCOMP), RESTRITO A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 145 - PROTOCOLO DE DOCUMENTOS DA
      *         SECRETARIA (PROTDOC)
      * UPDATE: 15/10/2026 - OPCAO 146 - PASSEIOS E EVENTOS ESCOLARES
      *         (PASSEIO)
      * UPDATE: 15/10/2026 - OPCAO 147 - PREVISAO DE MATRICULAS E
      *         RECEITA DO PROXIMO ANO (PREVMATR), RESTRITA A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 148 - NEGATIVACAO NO BIRO DE CREDITO
      *         E PROTESTO DOS DEVEDORES DE LONGO PRAZO (NEGATIVA),
      *         RESTRITA A DIRECAO
      * UPDATE: 15/10/2026 - OPCAO 149 - CATRACA DE ACESSO: IMPORTACAO
      *         DAS PASSAGENS E CONFRONTO COM A CHAMADA (CATRACA)
      * UPDATE: 15/10/2026 - OPCAO 150 - GERACAO AUTOMATICA DO QUADRO DE
      *         HORARIOS (GERAHORA)
      * UPDATE: 15/10/2026 - OPCAO 151 - EGRESSOS: CADASTRO,
      *         CONSENTIMENTO E PESQUISA DE ACOMPANHAMENTO (EGRESSO)
      * UPDATE: 15/10/2026 - OPCAO 152 - ESTAGIO SUPERVISIONADO:
      *         CONVENIOS, HORAS E BLOQUEIO DO CERTIFICADO (ESTAGIO)
      * UPDATE: 15/10/2026 - OPCAO 153 - PLANO EDUCACIONAL
      *         INDIVIDUALIZADO: PLANO, ADAPTACOES POR MATERIA E
      *         REVISOES BIMESTRAIS (PEI)
      * UPDATE: 15/10/2026 - OPCAO 154 - PARECER DESCRITIVO DOS ALUNOS
      *         DAS SERIES DE AVALIACAO DESCRITIVA (PARECER)
      * UPDATE: 15/10/2026 - OPCAO 155 - ORIENTACAO EDUCACIONAL,
      *         RESTRITA AO PERFIL ORIENTACAO (ORIENTA); PARECER
      *         DESCRITIVO NO MENU DO PROFESSOR
      * UPDATE: 15/10/2026 - OPCAO 156 - CADASTRO DO PESSOAL NAO
      *         DOCENTE, ESCALA SEMANAL E PONTO (FUNCIONA)
      * UPDATE: 15/10/2026 - OPCAO 157 - RISCO DE EVASAO DO MES
      *         (RISCOEVA), RESTRITA A DIRECAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUBOLETIM.
       FD PARAMETRO.
          COPY CFPK0025.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).
       WORKING-STORAGE SECTION.
       COPY PATHCFG.
       COPY AUDITVARS.
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ARQCONSUL'
                                                     USING WS-COM-AREA
                WHEN '113'
                 MOVE '*** REMESSA BANCARIA DE BOLETOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\REMBANCO'
                                                     USING WS-COM-AREA
                WHEN '114'
                 MOVE '*** BIBLIOTECA ESCOLAR ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\BIBLIOT'
                                                     USING WS-COM-AREA
                WHEN '115'
                 MOVE '*** CANTINA - CONTA PRE-PAGA ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CANTINA'
                                                     USING WS-COM-AREA
                WHEN '116'
                 MOVE '*** MERENDA - CONTAGEM DIARIA ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\MERENDA'
                                                     USING WS-COM-AREA
                WHEN '117'
                 MOVE '*** PATRIMONIO DA ESCOLA ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PATRIMON'
                                                     USING WS-COM-AREA
                WHEN '118'
                 MOVE '*** RESERVA DE SALAS E EQUIPAMENTOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RESERVA'
                                                     USING WS-COM-AREA
                WHEN '119'
                 MOVE '*** REUNIOES DE PAIS ***'    TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\REUNIAO'
                                                     USING WS-COM-AREA
                WHEN '120'
                 MOVE '*** ATIVIDADES EXTRACURRICULARES ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ATIVIDAD'
                                                     USING WS-COM-AREA
                WHEN '121'
                 MOVE '*** CARTEIRINHAS ESTUDANTIS ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CARTEIRA'
                                                     USING WS-COM-AREA
                WHEN '122'
                 MOVE '*** CERTIFICADO DE CONCLUSAO ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CERTCONC'
                                                     USING WS-COM-AREA
                WHEN '123'
                 MOVE '*** LOTE DE RPS PARA A NFS-E ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\NFSEEXP'
                                                     USING WS-COM-AREA
                WHEN '124'
                 MOVE '*** RETORNO DE NFS-E ***'    TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\NFSERET'
                                                     USING WS-COM-AREA
                WHEN '125'
                 MOVE '*** DECLARACOES ANUAIS DO FINANCEIRO ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\DECLANUAL'
                                                     USING WS-COM-AREA
                WHEN '126'
                 MOVE '*** CONTA FAMILIA ***'       TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FAMILIA'
                                                     USING WS-COM-AREA
                WHEN '127'
                 MOVE '*** CREDITO DO ALUNO E DEVOLUCOES ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CREDITO'
                                                     USING WS-COM-AREA
                WHEN '128'
                 MOVE '*** TABELA DE PRECOS E REAJUSTE ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\TABPRECO'
                                                     USING WS-COM-AREA
                WHEN '129'
                 MOVE '*** CONTRATO DE PRESTACAO DE SERVICOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CONTRATO'
                                                     USING WS-COM-AREA
                WHEN '130'
                 MOVE '*** FOLHA DE PAGAMENTO DOS PROFESSORES ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FOLHAPAG'
                                                     USING WS-COM-AREA
                WHEN '131'
                 MOVE '*** AVISOS SMS ENVIADOS A FAMILIA ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\NOTIFCON'
                                                     USING WS-COM-AREA
                WHEN '132'
                 MOVE '*** AUTENTICIDADE DE DOCUMENTOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CONFDOC'
                                                     USING WS-COM-AREA
                WHEN '133'
                 MOVE '*** VERIFICACAO DA TRILHA ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\VERIAUDIT'
                                                     USING WS-COM-AREA
                WHEN '134'
                 MOVE '*** SEGREGACAO DE FUNCOES ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\SEGFUNCAO'
                                                     USING WS-COM-AREA
                WHEN '135'
                 MOVE '*** RELATORIOS AD-HOC ***'   TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RELADHOC'
                                                     USING WS-COM-AREA
                WHEN '136'
                 MOVE '*** EXTRATO NOTURNO DE RELATORIOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\EXTRELAT'
                                                     USING WS-COM-AREA
                WHEN '137'
                 MOVE '*** FILA DE IMPRESSAO ***'   TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\IMPFILA'
                                                     USING WS-COM-AREA
                WHEN '138'
                 MOVE '*** TRATAMENTO DE SUSPENSOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\TRATASUS'
                                                     USING WS-COM-AREA
                WHEN '139'
                 MOVE '*** ENVELHECIMENTO DOS SUSPENSOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RELSUSP'
                                                     USING WS-COM-AREA
                WHEN '140'
                 MOVE '*** DESPACHO DIARIO DE JOBS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\DESPJOBS'
                                                     USING WS-COM-AREA
                WHEN '141'
                 MOVE '*** CALENDARIO DE JOBS ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CALJOBS'
                                                     USING WS-COM-AREA
                WHEN '142'
                 MOVE '*** SIMULACAO DE REGRAS DE AVALIACAO ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\SIMREGRA'
                                                     USING WS-COM-AREA
                WHEN '143'
                 MOVE '*** FREQUENCIA X DESEMPENHO ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FREQXNOT'
                                                     USING WS-COM-AREA
                WHEN '144'
                 MOVE '*** COMPARATIVO POR PROFESSOR ***' TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PROFCOMP'
                                                     USING WS-COM-AREA
                WHEN '145'
                 MOVE '*** PROTOCOLO DA SECRETARIA ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PROTDOC'
                                                     USING WS-COM-AREA
                WHEN '146'
                 MOVE '*** PASSEIOS E EVENTOS ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PASSEIO'
                                                     USING WS-COM-AREA
                WHEN '147'
                 MOVE '*** PREVISAO DE MATRICULAS ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PREVMATR'
                                                     USING WS-COM-AREA
                WHEN '148'
                 MOVE '*** NEGATIVACAO E PROTESTO ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\NEGATIVA'
                                                     USING WS-COM-AREA
                WHEN '149'
                 MOVE '*** CATRACA DE ACESSO ***'   TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\CATRACA'
                                                     USING WS-COM-AREA
                WHEN '150'
                 MOVE '*** GERACAO DO QUADRO DE HORARIOS ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\GERAHORA'
                                                     USING WS-COM-AREA
                WHEN '151'
                 MOVE '*** EGRESSOS ***'            TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\EGRESSO'
                                                     USING WS-COM-AREA
                WHEN '152'
                 MOVE '*** ESTAGIO SUPERVISIONADO ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ESTAGIO'
                                                     USING WS-COM-AREA
                WHEN '153'
                 MOVE '*** PLANO EDUCACIONAL INDIVIDUALIZADO ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PEI'
                                                     USING WS-COM-AREA
                WHEN '154'
                 MOVE '*** PARECER DESCRITIVO ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\PARECER'
                                                     USING WS-COM-AREA
                WHEN '155'
                 MOVE '*** ORIENTACAO EDUCACIONAL ***'  TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\ORIENTA'
                                                     USING WS-COM-AREA
                WHEN '156'
                 MOVE '*** FUNCIONARIOS: ESCALA E PONTO ***'
                                                     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\FUNCIONA'
                                                     USING WS-COM-AREA
                WHEN '157'
                 MOVE '*** RISCO DE EVASAO ***'     TO WS-MENSAGEM
                 CALL 'D:\Curso 1 COBOL\Desafio modulo 3\RISCOEVA'
                                                     USING WS-COM-AREA
      *DOMINIOS DO MENU: ABREM O SUBMENU E VOLTAM AO PROMPT, SEM
      *CONTAR COMO OPERACAO DA SESSAO
                WHEN 'C'
            DISPLAY '* 89- TRANSPORTE ESCOLAR (ROTAS)                 *'
            DISPLAY '* 91- PRE-MATRICULA (CANDIDATOS)                 *'
            DISPLAY '* 104- UNIDADES ESCOLARES (CONSOLIDADO)          *'
            DISPLAY '* 114- BIBLIOTECA (ACERVO E EMPRESTIMOS)         *'
            DISPLAY '* 117- PATRIMONIO (BENS, SALAS E INVENTARIO)     *'
            DISPLAY '* 120- ATIVIDADES EXTRACURRICULARES              *'
            DISPLAY '* 121- CARTEIRINHAS ESTUDANTIS (EMISSAO, 2A VIA) *'
            DISPLAY '* 129- CONTRATOS (EMISSAO/ASSINATURA)            *'
            DISPLAY '* 145- PROTOCOLO DE DOCUMENTOS (SECRETARIA)      *'
            DISPLAY '* 146- PASSEIOS E EVENTOS (AUTORIZACOES)         *'
            DISPLAY '* 151- EGRESSOS (CADASTRO E PESQUISA)            *'
            DISPLAY '* 152- ESTAGIO SUPERVISIONADO (CONVENIOS)        *'
            DISPLAY '* 153- PLANO EDUCACIONAL INDIVIDUAL (PEI)        *'
            DISPLAY '* 155- ORIENTACAO EDUCACIONAL (ORIENTACAO)       *'
            DISPLAY '* 156- FUNCIONARIOS (ESCALA E PONTO)             *'
            DISPLAY '**************************************************'
            .
       P1D-SUBMENU-CADASTROS-FIM.
            DISPLAY '* 95- GRUPOS DE REFORCO (DO ALERTA DE RISCO)     *'
            DISPLAY '* 97- PROTOCOLO DE ENTREGA DE BOLETINS           *'
            DISPLAY '* 98- QUANTO PRECISO TIRAR? (PROJECAO)           *'
            DISPLAY '* 154- PARECER DESCRITIVO (ANOS INICIAIS)        *'
            DISPLAY '**************************************************'
            .
       P1E-SUBMENU-NOTAS-FIM.
            DISPLAY '* 90- NOTIFICACAO DE INFREQUENCIA (FICAI)        *'
            DISPLAY '* 93- GRADE POR PROFESSOR E OCUPACAO DE SALAS    *'
            DISPLAY '* 99- ABONO DE FALTAS (ATESTADO)                 *'
            DISPLAY '* 116- MERENDA (CONTAGEM DIARIA POR TURNO)       *'
            DISPLAY '* 118- RESERVA DE SALAS E EQUIPAMENTOS           *'
            DISPLAY '* 119- REUNIOES DE PAIS (PRESENCA DAS FAMILIAS)  *'
            DISPLAY '* 149- CATRACA: IMPORTACAO E CONFRONTO           *'
            DISPLAY '* 150- GERACAO AUTOMATICA DO QUADRO              *'
            DISPLAY '**************************************************'
            .
       P1F-SUBMENU-FREQUENCIA-FIM.
            DISPLAY '* 75- RENEGOCIACAO DE DEBITO (PARCELAMENTO)      *'
            DISPLAY '* 76- RESUMO FINANCEIRO MENSAL (CONTABILIDADE)   *'
            DISPLAY '* 77- CARTAS DE COBRANCA (ESCALADA)              *'
            DISPLAY '* 113- REMESSA BANCARIA DE BOLETOS               *'
            DISPLAY '* 115- CANTINA (CONTA PRE-PAGA DO ALUNO)         *'
            DISPLAY '* 123- LOTE DIARIO DE RPS (NFS-E)                *'
            DISPLAY '* 124- IMPORTAR RETORNO DE NFS-E                 *'
            DISPLAY '* 125- QUITACAO ANUAL E DESPESAS P/ IR           *'
            DISPLAY '* 126- CONTA FAMILIA (IRMAOS)                    *'
            DISPLAY '* 127- CREDITO DO ALUNO/DEVOLUCOES               *'
            DISPLAY '* 128- TABELA DE PRECOS/REAJUSTE                 *'
            DISPLAY '* 130- FOLHA DE PAGAMENTO PROFESSORES (DIRECAO)  *'
            DISPLAY '* 148- NEGATIVACAO/PROTESTO (DIRECAO)            *'
            DISPLAY '**************************************************'
            .
       P1G-SUBMENU-FINANCEIRO-FIM.
            DISPLAY '* 106- PACOTE MENSAL DA DIRECAO                  *'
            DISPLAY '* 110- COMPLETUDE DOS CADASTROS (AUDITORIA)      *'
            DISPLAY '* 112- CONSULTA AOS ANOS ARQUIVADOS              *'
            DISPLAY '* 122- CERTIFICADO DE CONCLUSAO (LIVRO REG.)     *'
            DISPLAY '* 131- AVISOS SMS ENVIADOS A FAMILIA             *'
            DISPLAY '* 132- AUTENTICIDADE DE DOCUMENTOS EMITIDOS      *'
            DISPLAY '* 134- SEGREGACAO DE FUNCOES (DIRECAO)           *'
            DISPLAY '* 135- RELATORIOS AD-HOC (POR PARAMETROS)        *'
            DISPLAY '* 137- FILA DE IMPRESSAO E IMPRESSORAS           *'
            DISPLAY '* 139- ENVELHECIMENTO DOS SUSPENSOS              *'
            DISPLAY '* 143- FREQUENCIA X DESEMPENHO (CRUZAMENTO)      *'
            DISPLAY '**************************************************'
            .
       P1H-SUBMENU-RELATORIOS-FIM.
            DISPLAY '* 103- INTEGRIDADE DOS ARQUIVOS (IMPRESSOES)     *'
            DISPLAY '* 107- MIGRACAO DE LAYOUT DOS ARQUIVOS           *'
            DISPLAY '* 108- GERAR AMBIENTE DE TREINAMENTO             *'
            DISPLAY '* 133- VERIFICAR ENCADEAMENTO DA AUDITORIA       *'
            DISPLAY '* 136- GERAR EXTRATO DE RELATORIOS DO ANO        *'
            DISPLAY '* 138- TRATAMENTO DE SUSPENSOS (REJEITADOS)      *'
            DISPLAY '* 140- DESPACHO DIARIO DOS JOBS RECORRENTES      *'
            DISPLAY '* 141- CALENDARIO DE JOBS BATCH                  *'
            IF WS-PERFIL EQUAL 'DIRECAO' OR WS-PERFIL EQUAL SPACES
               DISPLAY '* 32- FECHAMENTO DE ANO LETIVO (DIRECAO)       '
                       '  *'
                       '  *'
               DISPLAY '* 111- PAINEL DA DIRECAO (DIRECAO)             '
                       '  *'
               DISPLAY '* 142- SIMULACAO DE REGRAS DE AVALIACAO (DIR.) '
                       '  *'
               DISPLAY '* 144- COMPARATIVO POR PROFESSOR (DIRECAO)     '
                       '  *'
               DISPLAY '* 147- PREVISAO DE MATRICULAS/RECEITA (DIR.)   '
                       '  *'
               DISPLAY '* 157- RISCO DE EVASAO (DIRECAO)               '
                       '  *'
            END-IF
            DISPLAY '**************************************************'
            .
            DISPLAY '* 78- AVALIACOES PONDERADAS DO BIMESTRE          *'
            DISPLAY '* 84- CONTEUDO MINISTRADO (POR AULA)             *'
            DISPLAY '* 98- QUANTO PRECISO TIRAR? (PROJECAO)           *'
            DISPLAY '* 118- RESERVA DE SALAS E EQUIPAMENTOS           *'
            DISPLAY '* 154- PARECER DESCRITIVO (ANOS INICIAIS)        *'
            DISPLAY '*    TECLE <H> PARA AJUDA OU <S> PARA SAIR       *'
            DISPLAY '**************************************************'
            .
       P1C-VALIDA-PERFIL.
            MOVE 'S'                  TO WS-OPCAO-PERMITIDA

      *O CASO DA ORIENTACAO EDUCACIONAL E SIGILOSO: SO O PERFIL
      *ORIENTACAO ENTRA, NEM A DIRECAO
            IF WS-OPCAO EQUAL '155' AND WS-PERFIL NOT EQUAL 'ORIENTACAO'
               MOVE 'N'               TO WS-OPCAO-PERMITIDA
               GO TO P1C-VALIDA-PERFIL-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-PERFIL EQUAL 'PROFESSOR'
                    EVALUATE WS-OPCAO
                        WHEN '78'
                        WHEN '84'
                        WHEN '98'
                        WHEN '118'
                        WHEN '154'
                        WHEN 'H'
                        WHEN 'h'
                        WHEN 'S'
                            MOVE 'N'  TO WS-OPCAO-PERMITIDA
                    END-EVALUATE
                WHEN WS-PERFIL EQUAL 'SECRETARIA'
                  OR WS-PERFIL EQUAL 'ORIENTACAO'
                    IF WS-OPCAO EQUAL '32' OR WS-OPCAO EQUAL '39'
                       OR WS-OPCAO EQUAL '56' OR WS-OPCAO EQUAL '105'
                       OR WS-OPCAO EQUAL '109'
                       OR WS-OPCAO EQUAL '111'
                       OR WS-OPCAO EQUAL '130'
                       OR WS-OPCAO EQUAL '134'
                       OR WS-OPCAO EQUAL '142'
                       OR WS-OPCAO EQUAL '144'
                       OR WS-OPCAO EQUAL '147'
                       OR WS-OPCAO EQUAL '148'
                       OR WS-OPCAO EQUAL '157'
                       MOVE 'N'       TO WS-OPCAO-PERMITIDA
                    END-IF
                WHEN OTHER
