      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: LAYOUT DOS PASSEIOS E EVENTOS ESCOLARES -
      *          CFP001S116.DAT
      *          UM REGISTRO POR EVENTO (NUMERO PELO CONTADOR 41 DO
      *          CFP001S8) COM O DESTINO, A DATA E OS HORARIOS, AS
      *          TURMAS ENVOLVIDAS (ATE 6), O CUSTO POR ALUNO E A
      *          LOTACAO DO ONIBUS. OS ALUNOS DAS TURMAS FICAM NO
      *          CFP001S117 COM A AUTORIZACAO DO RESPONSAVEL.
      *          ST-PASSEIO: A = ABERTO, R = REALIZADO, C = CANCELADO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 15/10/2026 - MONITOR(A) DO EVENTO PELO CODIGO DO
      *         CADASTRO DE FUNCIONARIOS (CFP001S137), 0 = NENHUM
      ******************************************************************
       01  REG-PASSEIO.
           03  ID-PASSEIO              PIC 9(05).
           03  DS-DESTINO-PAS          PIC X(30).
           03  DT-PASSEIO              PIC 9(08).
           03  HR-SAIDA-PAS            PIC 9(04).
           03  HR-RETORNO-PAS          PIC 9(04).
           03  TB-TURMAS-PAS.
               05  ID-TURMA-PAS        PIC 9(03) OCCURS 6 TIMES.
           03  VL-CUSTO-PAS            PIC 9(05)V9(02).
           03  QT-LOTACAO-PAS          PIC 9(03).
           03  ST-PASSEIO              PIC X(01).
               88  PAS-ABERTO          VALUE 'A'.
               88  PAS-REALIZADO       VALUE 'R'.
               88  PAS-CANCELADO       VALUE 'C'.
           03  DT-CADASTRO-PAS         PIC 9(08).
           03  OP-PASSEIO              PIC X(15).
           03  ID-FUNC-MON-PAS         PIC 9(05).
           03  FILLER                  PIC X(15).
