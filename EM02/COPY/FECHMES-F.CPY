      ******************************************************************
      * FECHMES-F.CPY
      * Clausula SELECT do registro de periodos fechados (FECHMES.DAT),
      * gravado pelo fechamento mensal EM02-41. Inclua dentro de
      * FILE-CONTROL.
      ******************************************************************
           SELECT FECHMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHMES-FSTATUS.
