      ******************************************************************
      * CTARCV-W.CPY
      * Campos de apoio das contas a receber de viagem, usados por
      * GERA-RECEBER e CANCELA-RECEBER (ver CTARCV-P.CPY). Inclua na
      * WORKING-STORAGE SECTION.
      ******************************************************************
       77 WS-RCV-STATUS   PIC X(02).
      * Entrada das rotinas: viagem, cliente, data da viagem
      * (AAAAMMDD) e tarifa da TABVIAG.
       77 VIAGEM-RCV      PIC X(06).
       77 CODIGO-RCV      PIC 9(03).
       77 DATA-VIAGEM-RCV PIC 9(08).
       77 TARIFA-RCV      PIC 9(07)V9(02).
      * Retorno: G gerada, R reaberta, J ja existia, T viagem sem
      * tarifa, C cancelada, N nada a cancelar, E erro de gravacao.
       77 RESULTADO-RCV   PIC X(01).
