      *                      SENHA (PARA O VENCIMENTO), DO CONTADOR
      *                      DE FALHAS CONSECUTIVAS DE LOGIN E DO
      *                      INDICADOR DE CONTA BLOQUEADA
      * UPDATE: 15/10/2026 - A SENHA DEIXA DE SER GRAVADA: O REGISTRO
      *                      GUARDA O SAL E O RESULTADO DA CIFRAGEM DE
      *                      MAO UNICA (SENHAHASH.CPY) - LAYOUT V3,
      *                      CONVERTIDO PELO MIGRARQ
      ******************************************************************
       01  REG-OPERADOR.
           03  ID-OPERADOR             PIC 9(03).
           03  USUARIO                 PIC X(15).
           03  SAL-SENHA               PIC 9(08).
           03  HASH-SENHA              PIC X(20).
           03  PERFIL                  PIC X(10).
           03  DT-SENHA                PIC 9(08).
           03  QT-FALHAS               PIC 9(02).
