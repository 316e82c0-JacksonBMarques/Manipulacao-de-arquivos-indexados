      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      * UPDATE: 12/03/2024 - CRIACAO DO MODULO DE SERIES E GRADES
      * UPDATE: 15/10/2026 - MODO DE AVALIACAO DA SERIE (NOTAS OU
      *         PARECER DESCRITIVO DOS ANOS INICIAIS), INFORMADO NA
      *         INCLUSAO E EXIBIDO NA LISTAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSERIE.
       FD MATERIA.
          COPY CFPK0002.
       FD AUDITORIA.
       01 REG-AUDITORIA                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY PATHCFG.
               ACCEPT ID-SERIE-SEGUINTE
               DISPLAY 'Valor da mensalidade da serie: '
               ACCEPT VL-MENSAL-SERIE
               DISPLAY 'Avaliacao: <N> notas ou <D> parecer descritivo'
                       ' (anos iniciais): '
               ACCEPT FL-AVALIACAO-SERIE
               IF FL-AVALIACAO-SERIE EQUAL 'd'
                  MOVE 'D'                TO FL-AVALIACAO-SERIE
               END-IF
               IF NOT SERIE-DESCRITIVA
                  MOVE 'N'                TO FL-AVALIACAO-SERIE
               END-IF

               WRITE REG-SERIE
                   INVALID KEY
            SET EOF-OK                    TO FALSE
            PERFORM P7-ABRE-SERIE         THRU P7-ABRE-SERIE-FIM
            IF FILES-OK
               DISPLAY 'SERIE NOME                 SEGUINTE AVALIACAO'
               PERFORM UNTIL EOF-OK
                   READ SERIE NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF SERIE-DESCRITIVA
                              DISPLAY ID-SERIE '    ' NM-SERIE ' '
                                      ID-SERIE-SEGUINTE
                                      '       DESCRITIVA'
                           ELSE
                              DISPLAY ID-SERIE '    ' NM-SERIE ' '
                                      ID-SERIE-SEGUINTE
                                      '       NOTAS'
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
