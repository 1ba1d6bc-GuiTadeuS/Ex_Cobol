      ******************************************************************
      * FECHMES-P.CPY
      * LE-FECHMES: apura de FECHMES.DAT o ultimo mes fechado em
      * MES-FECHADO; sem o arquivo (nenhum fechamento ainda) fica
      * zeros e nenhum periodo e tratado como fechado. O chamador
      * compara o AAAAMM do movimento com MES-FECHADO.
      ******************************************************************
       LE-FECHMES.
           MOVE ZEROES TO MES-FECHADO.
           MOVE "NAO" TO FIM-FECHMES.
           OPEN INPUT FECHMES.
           IF WS-FECHMES-FSTATUS EQUAL "00"
               PERFORM UNTIL FIM-FECHMES EQUAL "SIM"
                   READ FECHMES
                       AT END MOVE "SIM" TO FIM-FECHMES
                       NOT AT END
                           IF FCH-MES NUMERIC AND
                              FCH-MES GREATER THAN MES-FECHADO
                               MOVE FCH-MES TO MES-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHMES
           END-IF.
