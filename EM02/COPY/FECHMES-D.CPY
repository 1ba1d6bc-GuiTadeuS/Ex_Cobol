      ******************************************************************
      * FECHMES-D.CPY
      * FD e layout do registro de periodo fechado: um registro por
      * mes fechado (AAAAMM), com a data/hora do fechamento e os
      * totais do balancete dos socios. Fechar um mes fecha tambem
      * todos os anteriores. Inclua dentro da FILE SECTION.
      ******************************************************************
       FD FECHMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FECHMES.DAT".

       01 REG-FECHMES.
           02 FCH-MES         PIC 9(06).
           02 FCH-DATA-HORA   PIC 9(14).
           02 FCH-QTD-SOCIOS  PIC 9(05).
           02 FCH-TOT-ABERT   PIC S9(11)V9(02) SIGN LEADING SEPARATE.
           02 FCH-TOT-FATUR   PIC 9(11)V9(02).
           02 FCH-TOT-JUROS   PIC 9(11)V9(02).
           02 FCH-TOT-PAGOS   PIC 9(11)V9(02).
           02 FCH-TOT-FECHA   PIC S9(11)V9(02) SIGN LEADING SEPARATE.
           02 FCH-QTD-DIVERG  PIC 9(05).
