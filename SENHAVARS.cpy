      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: VARIAVEIS AUXILIARES DA CIFRAGEM DE MAO UNICA DAS
      *          SENHAS DOS OPERADORES (VEJA SENHAHASH.CPY)
      ******************************************************************
       77 WS-SEN-SAL                PIC 9(08)  VALUE ZEROS.
       77 WS-SEN-TEXTO              PIC X(15)  VALUE SPACES.
       01 WS-SEN-HASH               PIC X(20)  VALUE SPACES.
       01 FILLER REDEFINES WS-SEN-HASH.
          03 WS-SEN-H1              PIC 9(10).
          03 WS-SEN-H2              PIC 9(10).
      *BLOCO CIFRADO: SAL + SENHA DIGITADA
       01 WS-SEN-BLOCO.
          03 WS-SEN-BL-SAL          PIC 9(08).
          03 WS-SEN-BL-TEXTO        PIC X(15).
       01 FILLER REDEFINES WS-SEN-BLOCO.
          03 WS-SEN-BL-CAR          PIC X(01)  OCCURS 23 TIMES.
      *TABELA DE CARACTERES: A POSICAO DO CARACTER NA TABELA E O
      *VALOR USADO NA CIFRAGEM (FORA DA TABELA VALE 96)
       01 WS-SEN-ALFABETO.
          03 FILLER                 PIC X(26)  VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          03 FILLER                 PIC X(26)  VALUE
             'abcdefghijklmnopqrstuvwxyz'.
          03 FILLER                 PIC X(10)  VALUE
             '0123456789'.
          03 FILLER                 PIC X(33)  VALUE
             ' !"#$%&''()*+,-./:;<=>?@[\]^_`{|}~'.
       77 WS-SEN-CAR                PIC X(01)  VALUE SPACES.
       77 WS-SEN-COD                PIC 9(03)  VALUE ZEROS.
       77 WS-SEN-I                  PIC 9(02)  VALUE ZEROS.
       77 WS-SEN-RODADA             PIC 9(02)  VALUE ZEROS.
       77 WS-SEN-ACUM1              PIC 9(10)  VALUE ZEROS.
       77 WS-SEN-ACUM2              PIC 9(10)  VALUE ZEROS.
       77 WS-SEN-PRODUTO            PIC 9(15)  VALUE ZEROS.
       77 WS-SEN-QUOCIENTE          PIC 9(15)  VALUE ZEROS.
       77 WS-SEN-DATA               PIC 9(08)  VALUE ZEROS.
       77 WS-SEN-HORA               PIC 9(08)  VALUE ZEROS.
