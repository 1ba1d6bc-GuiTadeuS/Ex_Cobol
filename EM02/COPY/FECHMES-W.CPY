      ******************************************************************
      * FECHMES-W.CPY
      * Campos de apoio do registro de periodos fechados, preenchidos
      * por LE-FECHMES (ver FECHMES-P.CPY). Inclua na WORKING-STORAGE
      * SECTION.
      ******************************************************************
       77 WS-FECHMES-FSTATUS PIC X(02).
       77 FIM-FECHMES        PIC X(03).
      * Ultimo mes fechado (AAAAMM; zeros = nenhum mes fechado):
      * movimento datado neste mes ou antes pertence a periodo
      * fechado.
       77 MES-FECHADO        PIC 9(06) VALUE ZEROES.
