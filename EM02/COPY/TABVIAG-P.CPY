      *    avisando no console (mesmo tratamento da TABCPAG).
      *  - BUSCA-VIAG-REF: o chamador move o codigo a consultar para
      *    COD-VIAG-BUSCA e confere ACHOU-VIAG-REF, DEST-VIAG-REF,
      *    CAP-VIAG-REF, ATIVO-VIAG-REF, SAIDA-VIAG-REF e
      *    TARIFA-VIAG-REF na volta.
      ******************************************************************
       LE-TABVIAG.
           MOVE 0 TO QTD-VIAG-REF.
                                   TO VIAG-REF-CAP (QTD-VIAG-REF)
                               MOVE TVG-ATIVO
                                   TO VIAG-REF-ATIVO (QTD-VIAG-REF)
                               IF TVG-DATA-SAIDA NUMERIC
                                   MOVE TVG-DATA-SAIDA
                                       TO VIAG-REF-SAIDA (QTD-VIAG-REF)
                               ELSE
                                   MOVE ZEROES
                                       TO VIAG-REF-SAIDA (QTD-VIAG-REF)
                               END-IF
                               IF TVG-TARIFA NUMERIC
                                   MOVE TVG-TARIFA
                                      TO VIAG-REF-TARIFA (QTD-VIAG-REF)
                               ELSE
                                   MOVE ZEROES
                                      TO VIAG-REF-TARIFA (QTD-VIAG-REF)
                               END-IF
                           ELSE
                               DISPLAY "TABVIAG COM MAIS DE 300 "
                                   "VIAGENS, EXCEDENTES IGNORADAS"
           MOVE SPACES TO DEST-VIAG-REF.
           MOVE ZEROES TO CAP-VIAG-REF.
           MOVE SPACES TO ATIVO-VIAG-REF.
           MOVE ZEROES TO SAIDA-VIAG-REF.
           MOVE ZEROES TO TARIFA-VIAG-REF.
           PERFORM VARYING IDX-VIAG-REF FROM 1 BY 1
                   UNTIL IDX-VIAG-REF > QTD-VIAG-REF
                      OR ACHOU-VIAG-REF EQUAL "S"
                       TO CAP-VIAG-REF
                   MOVE VIAG-REF-ATIVO (IDX-VIAG-REF)
                       TO ATIVO-VIAG-REF
                   MOVE VIAG-REF-SAIDA (IDX-VIAG-REF)
                       TO SAIDA-VIAG-REF
                   MOVE VIAG-REF-TARIFA (IDX-VIAG-REF)
                       TO TARIFA-VIAG-REF
               END-IF
           END-PERFORM.
