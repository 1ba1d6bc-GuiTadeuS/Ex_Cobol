      ******************************************************************
      * TABVIAG-D.CPY
      * FD e layout do registro do cadastro de referencia de viagens
      * (codigo, destino, data de saida AAAAMMDD, capacidade, ativo
      * S/N e tarifa por passageiro; tarifa em branco ou zero = viagem
      * sem cobranca, nao gera conta a receber).
      * Inclua dentro da FILE SECTION.
      ******************************************************************
       FD TABVIAG
           02 TVG-DATA-SAIDA PIC 9(08).
           02 TVG-CAPACIDADE PIC 9(04).
           02 TVG-ATIVO      PIC X(01).
           02 TVG-TARIFA     PIC 9(07)V9(02).
