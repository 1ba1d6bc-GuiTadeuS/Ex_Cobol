      ******************************************************************
      * CADRES-F.CPY
      * Clausula SELECT do cadastro de reservas de viagem
      * (CADRES.DAT, ver RESREC.CPY). Inclua dentro de FILE-CONTROL;
      * declare WS-RES-STATUS na WORKING-STORAGE do chamador.
      ******************************************************************
           SELECT CADRES ASSIGN TO "CADRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               FILE STATUS IS WS-RES-STATUS.
