      ******************************************************************
      * CTARCV-F.CPY
      * Clausula SELECT das contas a receber de viagem dos clientes
      * (CTARCV.DAT, ver CTARCV-D.CPY). Inclua dentro de
      * FILE-CONTROL.
      ******************************************************************
           SELECT CTARCV ASSIGN TO "CTARCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-CHAVE
               FILE STATUS IS WS-RCV-STATUS.
