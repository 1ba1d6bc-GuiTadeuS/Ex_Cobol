      ******************************************************************
      * TABTURMA-P.CPY
      * Rotinas do cadastro de turmas:
      *  - LE-TABTURMA: carrega TABTURMA.DAT na tabela em memoria; se
      *    o arquivo nao existir a tabela fica vazia (QTD-TUR-REF = 0)
      *    e o programa chamador segue sem conferir a TURMA, avisando
      *    no console (mesmo tratamento da TABVIAG). Campo numerico
      *    invalido entra zerado.
      *  - BUSCA-TURMA-REF: o chamador move a turma a consultar para
      *    COD-TUR-BUSCA e confere ACHOU-TUR-REF, POS-TUR-REF (posicao
      *    na tabela), DISC-TUR-REF, PROF-TUR-REF e MAX-TUR-REF na
      *    volta.
      ******************************************************************
       LE-TABTURMA.
           MOVE 0 TO QTD-TUR-REF.
           MOVE "NAO" TO FIM-TABTURMA.
           OPEN INPUT TABTURMA.
           IF WS-TABTURMA-FSTATUS EQUAL "00"
               PERFORM UNTIL FIM-TABTURMA EQUAL "SIM"
                   READ TABTURMA
                       AT END MOVE "SIM" TO FIM-TABTURMA
                       NOT AT END
                           IF QTD-TUR-REF LESS THAN 100
                               ADD 1 TO QTD-TUR-REF
                               PERFORM GUARDA-TURMA-REF
                           ELSE
                               DISPLAY "TABTURMA COM MAIS DE 100 "
                                   "TURMAS, EXCEDENTES IGNORADAS"
                               MOVE "SIM" TO FIM-TABTURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABTURMA
           ELSE
               DISPLAY "TABTURMA.DAT AUSENTE (STATUS "
                   WS-TABTURMA-FSTATUS "), CODIGOS DE TURMA "
                   "NAO SERAO CONFERIDOS"
           END-IF.

       GUARDA-TURMA-REF.
           MOVE TTU-COD         TO TUR-REF-COD (QTD-TUR-REF).
           MOVE TTU-DISCIPLINA  TO TUR-REF-DISC (QTD-TUR-REF).
           MOVE TTU-PROFESSOR   TO TUR-REF-PROF (QTD-TUR-REF).
           MOVE TTU-SALA        TO TUR-REF-SALA (QTD-TUR-REF).
           MOVE TTU-DIAS-SEMANA TO TUR-REF-DIAS (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-HORA-INI (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-HORA-FIM (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-PERIODOS (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-MAX (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-DATA-INI (QTD-TUR-REF).
           MOVE ZEROES TO TUR-REF-DATA-FIM (QTD-TUR-REF).
           IF TTU-HORA-INICIO NUMERIC
               MOVE TTU-HORA-INICIO TO TUR-REF-HORA-INI (QTD-TUR-REF)
           END-IF.
           IF TTU-HORA-FIM NUMERIC
               MOVE TTU-HORA-FIM TO TUR-REF-HORA-FIM (QTD-TUR-REF)
           END-IF.
           IF TTU-PERIODOS NUMERIC
               MOVE TTU-PERIODOS TO TUR-REF-PERIODOS (QTD-TUR-REF)
           END-IF.
           IF TTU-MAX-ALUNOS NUMERIC
               MOVE TTU-MAX-ALUNOS TO TUR-REF-MAX (QTD-TUR-REF)
           END-IF.
           IF TTU-DATA-INICIO NUMERIC
               MOVE TTU-DATA-INICIO TO TUR-REF-DATA-INI (QTD-TUR-REF)
           END-IF.
           IF TTU-DATA-FIM NUMERIC
               MOVE TTU-DATA-FIM TO TUR-REF-DATA-FIM (QTD-TUR-REF)
           END-IF.

       BUSCA-TURMA-REF.
           MOVE "N"    TO ACHOU-TUR-REF.
           MOVE 0      TO POS-TUR-REF.
           MOVE SPACES TO DISC-TUR-REF.
           MOVE SPACES TO PROF-TUR-REF.
           MOVE ZEROES TO MAX-TUR-REF.
           PERFORM VARYING IDX-TUR-REF FROM 1 BY 1
                   UNTIL IDX-TUR-REF > QTD-TUR-REF
                      OR ACHOU-TUR-REF EQUAL "S"
               IF TUR-REF-COD (IDX-TUR-REF) EQUAL COD-TUR-BUSCA
                   MOVE "S" TO ACHOU-TUR-REF
                   MOVE IDX-TUR-REF TO POS-TUR-REF
                   MOVE TUR-REF-DISC (IDX-TUR-REF) TO DISC-TUR-REF
                   MOVE TUR-REF-PROF (IDX-TUR-REF) TO PROF-TUR-REF
                   MOVE TUR-REF-MAX (IDX-TUR-REF)  TO MAX-TUR-REF
               END-IF
           END-PERFORM.
