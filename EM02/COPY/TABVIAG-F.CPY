      * Clausula SELECT do cadastro de referencia de viagens
      * (TABVIAG.DAT), mantido pelo setor de fretamento: uma linha
      * por viagem com codigo, destino, data de saida, capacidade de
      * assentos, ativo S/N e tarifa (mesma ideia da TABCPAG para
      * codigos de pagamento). Inclua dentro de FILE-CONTROL.
      ******************************************************************
           SELECT TABVIAG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
