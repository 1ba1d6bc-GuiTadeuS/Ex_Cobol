      ******************************************************************
      * JUBI-F.CPY
      * Clausula SELECT do parametro das regras de probatorio e
      * jubilamento (PARJUBI.DAT), mantido pelo conselho academico.
      * Inclua dentro de FILE-CONTROL.
      ******************************************************************
           SELECT PARJUBI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARJUBI-FSTATUS.
