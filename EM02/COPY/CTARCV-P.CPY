      ******************************************************************
      * CTARCV-P.CPY
      * Rotinas das contas a receber de viagem (CTARCV aberto em I-O
      * pelo chamador):
      *  - GERA-RECEBER: o chamador move viagem, cliente, data da
      *    viagem e tarifa para VIAGEM-RCV, CODIGO-RCV,
      *    DATA-VIAGEM-RCV e TARIFA-RCV. Abre a conta do cliente na
      *    viagem; se ela ja existe fica como esta (a reserva
      *    confirmada e a visita da mesma viagem geram uma conta so),
      *    salvo a cancelada, que e reaberta com o que ja foi pago.
      *  - CANCELA-RECEBER: o chamador move VIAGEM-RCV e CODIGO-RCV;
      *    a conta passa a cancelada e sai da cobranca.
      *  O resultado volta em RESULTADO-RCV (ver CTARCV-W.CPY).
      ******************************************************************
       GERA-RECEBER.
           IF TARIFA-RCV EQUAL ZEROES
               MOVE "T" TO RESULTADO-RCV
           ELSE
               MOVE VIAGEM-RCV TO RCV-COD-VIAGEM
               MOVE CODIGO-RCV TO RCV-CODIGO
               READ CTARCV
                   INVALID KEY PERFORM INCLUI-RECEBER
                   NOT INVALID KEY PERFORM REABRE-RECEBER
               END-READ
           END-IF.

       INCLUI-RECEBER.
           MOVE SPACES          TO REG-RCV.
           MOVE VIAGEM-RCV      TO RCV-COD-VIAGEM.
           MOVE CODIGO-RCV      TO RCV-CODIGO.
           MOVE "A"             TO RCV-SITUACAO.
           MOVE DATA-VIAGEM-RCV TO RCV-DATA-VIAGEM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCV-DATA-LANC.
           MOVE TARIFA-RCV      TO RCV-TARIFA.
           MOVE ZEROES          TO RCV-PAGO RCV-DATA-ULT-PAG.
           WRITE REG-RCV
               INVALID KEY MOVE "E" TO RESULTADO-RCV
               NOT INVALID KEY MOVE "G" TO RESULTADO-RCV
           END-WRITE.

      * A conta cancelada volta com a tarifa de hoje e o que ja foi
      * pago; se o pago cobre a tarifa, volta quitada.
       REABRE-RECEBER.
           IF RCV-CANCELADA
               MOVE DATA-VIAGEM-RCV TO RCV-DATA-VIAGEM
               MOVE FUNCTION CURRENT-DATE (1:8) TO RCV-DATA-LANC
               MOVE TARIFA-RCV      TO RCV-TARIFA
               IF RCV-PAGO NOT LESS THAN RCV-TARIFA
                   MOVE "Q" TO RCV-SITUACAO
               ELSE
                   MOVE "A" TO RCV-SITUACAO
               END-IF
               REWRITE REG-RCV
                   INVALID KEY MOVE "E" TO RESULTADO-RCV
                   NOT INVALID KEY MOVE "R" TO RESULTADO-RCV
               END-REWRITE
           ELSE
               MOVE "J" TO RESULTADO-RCV
           END-IF.

       CANCELA-RECEBER.
           MOVE VIAGEM-RCV TO RCV-COD-VIAGEM.
           MOVE CODIGO-RCV TO RCV-CODIGO.
           READ CTARCV
               INVALID KEY MOVE "N" TO RESULTADO-RCV
               NOT INVALID KEY
                   IF RCV-CANCELADA
                       MOVE "N" TO RESULTADO-RCV
                   ELSE
                       MOVE "X" TO RCV-SITUACAO
                       REWRITE REG-RCV
                           INVALID KEY MOVE "E" TO RESULTADO-RCV
                           NOT INVALID KEY MOVE "C" TO RESULTADO-RCV
                       END-REWRITE
                   END-IF
           END-READ.
