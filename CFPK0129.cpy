      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE FUNCIONARIOS - CFP001S137.DAT
      *          PESSOAL NAO DOCENTE (OS PROFESSORES FICAM NO
      *          CFP001S18), NUMERADO PELO CONTADOR 42 DO CFP001S8.
      *          A UNIDADE SEGUE A CONVENCAO DO CFP001S67 (0 =
      *          COMPARTILHADO). A ESCALA SEMANAL FICA NO CFP001S138
      *          E O PONTO DIARIO NO CFP001S139. AS ROTAS DO
      *          TRANSPORTE (CFP001S56) E OS PASSEIOS (CFP001S116)
      *          TIRAM O MONITOR DESTE CADASTRO.
      *          TP-FUNCAO-FUN: S = SECRETARIA, I = INSPETOR,
      *          P = PORTEIRO, C = COZINHA/MERENDA, M = MONITOR DE
      *          TRANSPORTE, L = LIMPEZA/SERVICOS GERAIS, O = OUTRO.
      *          TP-CONTRATO-FUN: C = CLT, T = TEMPORARIO,
      *          E = ESTAGIARIO, P = PRESTADOR/TERCEIRIZADO.
      *          QT-HORAS-DIA-FUN: JORNADA DIARIA DE SEGUNDA A SEXTA,
      *          BASE DAS HORAS PREVISTAS DO RELATORIO MENSAL.
      *          ST-FUNCIONARIO: A = ATIVO, D = DESLIGADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      ******************************************************************
       01  REG-FUNCIONARIO.
           03  ID-FUNCIONARIO          PIC 9(05).
           03  NM-FUNCIONARIO          PIC X(30).
           03  TP-FUNCAO-FUN           PIC X(01).
               88  FUNCAO-VALIDA       VALUE 'S' 'I' 'P' 'C' 'M'
                                             'L' 'O'.
           03  ID-UNIDADE-FUN          PIC 9(02).
           03  TP-CONTRATO-FUN         PIC X(01).
               88  CONTRATO-VALIDO     VALUE 'C' 'T' 'E' 'P'.
           03  QT-HORAS-DIA-FUN        PIC 9(02).
           03  TL-FUN.
               05  TL-PREFIXO-FUN      PIC 9(05).
               05  TL-SUFIXO-FUN       PIC 9(04).
           03  EM-FUNCIONARIO          PIC X(30).
           03  DT-ADMISSAO-FUN         PIC 9(08).
           03  DT-DESLIGA-FUN          PIC 9(08).
           03  ST-FUNCIONARIO          PIC X(01).
               88  FUN-ATIVO           VALUE 'A'.
               88  FUN-DESLIGADO       VALUE 'D'.
           03  DT-ATUALIZ-FUN          PIC 9(08).
           03  OP-FUNCIONARIO          PIC X(15).
           03  FILLER                  PIC X(20).
