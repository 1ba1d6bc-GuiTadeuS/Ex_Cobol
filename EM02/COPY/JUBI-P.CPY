      ******************************************************************
      * JUBI-P.CPY
      * Rotinas das regras de probatorio e jubilamento:
      *  - LE-PARJUBI: carrega os limites de PARJUBI.DAT; sem o
      *    arquivo, ou com campo zerado, vale o default.
      *  - CARREGA-HIST-JUBI: acumula todo o HISTALUN na tabela por
      *    aluno. O programa declara o HISTALUN com o layout
      *    HISALREC e FILE STATUS WS-HIST-STATUS; sem o arquivo a
      *    tabela fica vazia e o chamador confere WS-HIST-STATUS.
      *    Devolve em ULT-DATA-JUB a maior data de fechamento lida.
      *  - ACUMULA-JUBI: soma o registro em ENT-JUB ao historico do
      *    aluno (reprovado = situacao que nao comeca com
      *    "APROVADO"; novo semestre = data de fechamento diferente
      *    da ultima do aluno). A reprovacao que ja esta na tabela
      *    do aluno (mesma turma e data de fechamento, fechamento
      *    anexado duas vezes) nao e contada de novo.
      *  - BUSCA-ALUNO-JUBI: MATR-JUB-BUSCA -> POS-ALU-JUB (0 = nao
      *    achou).
      *  - AVALIA-JUBI: aplica as regras ao aluno em POS-ALU-JUB e
      *    devolve SIT-JUB e MOTIVO-JUB. Jubila a reprovacao repetida
      *    na mesma TURMA, o total de reprovacoes e os semestres
      *    seguidos em probatorio, nessa ordem de motivo; fica em
      *    probatorio quem reprovou o limite no ultimo semestre.
      ******************************************************************
       LE-PARJUBI.
           OPEN INPUT PARJUBI.
           IF WS-PARJUBI-FSTATUS EQUAL "00"
               READ PARJUBI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJB-REPROV-TURMA NUMERIC AND
                          PJB-REPROV-TURMA GREATER THAN ZERO
                           MOVE PJB-REPROV-TURMA TO LIM-REPROV-TURMA
                       END-IF
                       IF PJB-REPROV-TOTAL NUMERIC AND
                          PJB-REPROV-TOTAL GREATER THAN ZERO
                           MOVE PJB-REPROV-TOTAL TO LIM-REPROV-TOTAL
                       END-IF
                       IF PJB-REPROV-SEM NUMERIC AND
                          PJB-REPROV-SEM GREATER THAN ZERO
                           MOVE PJB-REPROV-SEM TO LIM-REPROV-SEM
                       END-IF
                       IF PJB-SEM-SEGUIDOS NUMERIC AND
                          PJB-SEM-SEGUIDOS GREATER THAN ZERO
                           MOVE PJB-SEM-SEGUIDOS TO LIM-SEM-SEGUIDOS
                       END-IF
               END-READ
               CLOSE PARJUBI
           END-IF.

       CARREGA-HIST-JUBI.
           MOVE 0 TO QTD-ALU-JUB.
           MOVE 0 TO ULT-DATA-JUB.
           MOVE "NAO" TO FIM-HIST-JUB.
           OPEN INPUT HISTALUN.
           IF WS-HIST-STATUS EQUAL "00"
               PERFORM UNTIL FIM-HIST-JUB EQUAL "SIM"
                   READ HISTALUN
                       AT END MOVE "SIM" TO FIM-HIST-JUB
                       NOT AT END
                           MOVE HIS-DATA-FECH TO JUBE-DATA
                           MOVE HIS-MATRICULA TO JUBE-MATRICULA
                           MOVE HIS-NOME      TO JUBE-NOME
                           MOVE HIS-TURMA     TO JUBE-TURMA
                           MOVE HIS-MEDIA-FIN TO JUBE-MEDIA
                           MOVE HIS-SITUACAO  TO JUBE-SITUACAO
                           IF HIS-DATA-FECH GREATER THAN ULT-DATA-JUB
                               MOVE HIS-DATA-FECH TO ULT-DATA-JUB
                           END-IF
                           PERFORM ACUMULA-JUBI
                   END-READ
               END-PERFORM
               CLOSE HISTALUN
           END-IF.

       ACUMULA-JUBI.
           MOVE JUBE-MATRICULA TO MATR-JUB-BUSCA.
           PERFORM BUSCA-ALUNO-JUBI.
           IF POS-ALU-JUB EQUAL 0
               IF QTD-ALU-JUB LESS THAN 2000
                   ADD 1 TO QTD-ALU-JUB
                   MOVE QTD-ALU-JUB TO POS-ALU-JUB
                   MOVE JUBE-MATRICULA
                       TO AJB-MATRICULA (POS-ALU-JUB)
                   MOVE ZEROES TO AJB-TOT-REPROV (POS-ALU-JUB)
                   MOVE ZEROES TO AJB-QTD-SEM (POS-ALU-JUB)
                   MOVE ZEROES TO AJB-QTD-REP (POS-ALU-JUB)
               ELSE
                   DISPLAY "HISTALUN COM MAIS DE 2000 ALUNOS, "
                       "MATRICULA " JUBE-MATRICULA " SEM AVALIACAO"
               END-IF
           END-IF.
           IF POS-ALU-JUB GREATER THAN 0
               MOVE JUBE-NOME TO AJB-NOME (POS-ALU-JUB)
               PERFORM ACUMULA-SEMESTRE-JUBI
               IF JUBE-SITUACAO (1:8) NOT EQUAL "APROVADO"
                   PERFORM VERIFICA-DUP-JUBI
                   IF DUP-JUB EQUAL "N"
                       PERFORM ACUMULA-REPROVACAO-JUBI
                   END-IF
               END-IF
           END-IF.

       VERIFICA-DUP-JUBI.
           MOVE "N" TO DUP-JUB.
           PERFORM VARYING IDX-REP-JUB FROM 1 BY 1
                   UNTIL IDX-REP-JUB > AJB-QTD-REP (POS-ALU-JUB)
                      OR DUP-JUB EQUAL "S"
               IF AJB-REP-DATA (POS-ALU-JUB, IDX-REP-JUB) EQUAL
                  JUBE-DATA AND
                  AJB-REP-TURMA (POS-ALU-JUB, IDX-REP-JUB) EQUAL
                  JUBE-TURMA
                   MOVE "S" TO DUP-JUB
               END-IF
           END-PERFORM.

      * Semestre novo abre uma posicao; com as 12 ocupadas, o mais
      * antigo sai da tabela.
       ACUMULA-SEMESTRE-JUBI.
           MOVE AJB-QTD-SEM (POS-ALU-JUB) TO IDX-SEM-JUB.
           IF IDX-SEM-JUB EQUAL 0 OR
              AJB-SEM-DATA (POS-ALU-JUB, IDX-SEM-JUB)
                  NOT EQUAL JUBE-DATA
               IF IDX-SEM-JUB EQUAL 12
                   PERFORM VARYING IDX-SEM-JUB FROM 1 BY 1
                           UNTIL IDX-SEM-JUB > 11
                       MOVE AJB-SEM (POS-ALU-JUB, IDX-SEM-JUB + 1)
                           TO AJB-SEM (POS-ALU-JUB, IDX-SEM-JUB)
                   END-PERFORM
                   MOVE 12 TO IDX-SEM-JUB
               ELSE
                   ADD 1 TO IDX-SEM-JUB
                   MOVE IDX-SEM-JUB TO AJB-QTD-SEM (POS-ALU-JUB)
               END-IF
               MOVE JUBE-DATA
                   TO AJB-SEM-DATA (POS-ALU-JUB, IDX-SEM-JUB)
               MOVE ZEROES
                   TO AJB-SEM-REPROV (POS-ALU-JUB, IDX-SEM-JUB)
           END-IF.

       ACUMULA-REPROVACAO-JUBI.
           ADD 1 TO AJB-TOT-REPROV (POS-ALU-JUB).
           ADD 1 TO AJB-SEM-REPROV (POS-ALU-JUB, IDX-SEM-JUB).
           IF AJB-QTD-REP (POS-ALU-JUB) LESS THAN 10
               ADD 1 TO AJB-QTD-REP (POS-ALU-JUB)
               MOVE AJB-QTD-REP (POS-ALU-JUB) TO IDX-REP-JUB
               MOVE JUBE-DATA
                   TO AJB-REP-DATA (POS-ALU-JUB, IDX-REP-JUB)
               MOVE JUBE-TURMA
                   TO AJB-REP-TURMA (POS-ALU-JUB, IDX-REP-JUB)
               MOVE JUBE-MEDIA
                   TO AJB-REP-MEDIA (POS-ALU-JUB, IDX-REP-JUB)
               MOVE JUBE-SITUACAO
                   TO AJB-REP-SITUACAO (POS-ALU-JUB, IDX-REP-JUB)
           END-IF.

       BUSCA-ALUNO-JUBI.
           MOVE 0 TO POS-ALU-JUB.
           PERFORM VARYING IDX-ALU-JUB FROM 1 BY 1
                   UNTIL IDX-ALU-JUB > QTD-ALU-JUB OR POS-ALU-JUB > 0
               IF AJB-MATRICULA (IDX-ALU-JUB) EQUAL MATR-JUB-BUSCA
                   MOVE IDX-ALU-JUB TO POS-ALU-JUB
               END-IF
           END-PERFORM.

       AVALIA-JUBI.
           MOVE "R"    TO SIT-JUB.
           MOVE SPACES TO MOTIVO-JUB.
           MOVE ZEROES TO MAX-TURMA-JUB.
           MOVE SPACES TO TURMA-MAX-JUB.
           MOVE ZEROES TO MAX-SEQ-JUB.
           MOVE ZEROES TO SEQ-PROB-JUB.
      * Maior numero de reprovacoes numa mesma TURMA.
           PERFORM VARYING IDX-REP-JUB FROM 1 BY 1
                   UNTIL IDX-REP-JUB > AJB-QTD-REP (POS-ALU-JUB)
               MOVE ZEROES TO CT-TUR-JUB
               PERFORM VARYING IDX-CMP-JUB FROM 1 BY 1
                       UNTIL IDX-CMP-JUB > AJB-QTD-REP (POS-ALU-JUB)
                   IF AJB-REP-TURMA (POS-ALU-JUB, IDX-CMP-JUB) EQUAL
                      AJB-REP-TURMA (POS-ALU-JUB, IDX-REP-JUB)
                       ADD 1 TO CT-TUR-JUB
                   END-IF
               END-PERFORM
               IF CT-TUR-JUB GREATER THAN MAX-TURMA-JUB
                   MOVE CT-TUR-JUB TO MAX-TURMA-JUB
                   MOVE AJB-REP-TURMA (POS-ALU-JUB, IDX-REP-JUB)
                       TO TURMA-MAX-JUB
               END-IF
           END-PERFORM.
      * Maior sequencia de semestres em probatorio; SEQ-PROB-JUB
      * termina com a sequencia que chega ao ultimo semestre.
           PERFORM VARYING IDX-SEM-JUB FROM 1 BY 1
                   UNTIL IDX-SEM-JUB > AJB-QTD-SEM (POS-ALU-JUB)
               IF AJB-SEM-REPROV (POS-ALU-JUB, IDX-SEM-JUB)
                      NOT LESS THAN LIM-REPROV-SEM
                   ADD 1 TO SEQ-PROB-JUB
                   IF SEQ-PROB-JUB GREATER THAN MAX-SEQ-JUB
                       MOVE SEQ-PROB-JUB TO MAX-SEQ-JUB
                   END-IF
               ELSE
                   MOVE ZEROES TO SEQ-PROB-JUB
               END-IF
           END-PERFORM.
           IF MAX-TURMA-JUB NOT LESS THAN LIM-REPROV-TURMA
               MOVE "J" TO SIT-JUB
               MOVE MAX-TURMA-JUB TO MJT-VEZES
               MOVE TURMA-MAX-JUB TO MJT-TURMA
               MOVE MOT-JUB-TURMA TO MOTIVO-JUB
           ELSE
               IF AJB-TOT-REPROV (POS-ALU-JUB)
                      NOT LESS THAN LIM-REPROV-TOTAL
                   MOVE "J" TO SIT-JUB
                   MOVE AJB-TOT-REPROV (POS-ALU-JUB) TO MJO-QTD
                   MOVE MOT-JUB-TOTAL TO MOTIVO-JUB
               ELSE
                   IF MAX-SEQ-JUB NOT LESS THAN LIM-SEM-SEGUIDOS
                       MOVE "J" TO SIT-JUB
                       MOVE MAX-SEQ-JUB TO MJS-QTD
                       MOVE MOT-JUB-SEGUIDOS TO MOTIVO-JUB
                   ELSE
                       IF SEQ-PROB-JUB GREATER THAN 0
                           MOVE "P" TO SIT-JUB
                           MOVE AJB-QTD-SEM (POS-ALU-JUB)
                               TO IDX-SEM-JUB
                           MOVE AJB-SEM-REPROV (POS-ALU-JUB,
                               IDX-SEM-JUB) TO MJP-QTD
                           MOVE MOT-JUB-PROB TO MOTIVO-JUB
                       END-IF
                   END-IF
               END-IF
           END-IF.
