      *    0) e o chamador decide o que fazer, avisando no console.
      *  - BUSCA-PLAN-REF: o chamador move o codigo a consultar para
      *    COD-PLAN-BUSCA e confere ACHOU-PLAN-REF, DESC-PLAN-REF,
      *    VALOR-PLAN-REF, VENC-PLAN-REF, ATIVO-PLAN-REF e
      *    VALOR-DEP-PLAN-REF (valor por dependente) na volta.
      ******************************************************************
       LE-TABPLAN.
           MOVE 0 TO QTD-PLAN-REF.
                                   TO PLAN-REF-VENC (QTD-PLAN-REF)
                               MOVE TPL-ATIVO
                                   TO PLAN-REF-ATIVO (QTD-PLAN-REF)
                               IF TPL-VALOR-DEP NUMERIC
                                   MOVE TPL-VALOR-DEP TO
                                    PLAN-REF-VALOR-DEP (QTD-PLAN-REF)
                               ELSE
                                   MOVE ZEROES TO
                                    PLAN-REF-VALOR-DEP (QTD-PLAN-REF)
                               END-IF
                           ELSE
                               DISPLAY "TABPLAN COM MAIS DE 20 "
                                   "PLANOS, EXCEDENTES IGNORADOS"
           MOVE ZEROES TO VALOR-PLAN-REF.
           MOVE ZEROES TO VENC-PLAN-REF.
           MOVE SPACES TO ATIVO-PLAN-REF.
           MOVE ZEROES TO VALOR-DEP-PLAN-REF.
           PERFORM VARYING IDX-PLAN-REF FROM 1 BY 1
                   UNTIL IDX-PLAN-REF > QTD-PLAN-REF
                      OR ACHOU-PLAN-REF EQUAL "S"
                       TO VENC-PLAN-REF
                   MOVE PLAN-REF-ATIVO (IDX-PLAN-REF)
                       TO ATIVO-PLAN-REF
                   MOVE PLAN-REF-VALOR-DEP (IDX-PLAN-REF)
                       TO VALOR-DEP-PLAN-REF
               END-IF
           END-PERFORM.
