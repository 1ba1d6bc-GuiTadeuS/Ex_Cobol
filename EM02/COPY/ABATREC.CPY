      ******************************************************************
      * ABATREC.CPY
      * Layout unico do historico de abatimentos de credito
      * (HISABAT.DAT), indexado por socio + mes de faturamento: um
      * registro por mes em que o faturamento (EM02-31) abateu
      * credito do CREDSOC da mensalidade, com o valor abatido e o
      * valor bruto da mensalidade. O CREDSOC guarda so o ultimo
      * abatimento; e por aqui que a declaracao anual de quitacao
      * (EM02-38) ve todos os meses cobertos pelo credito. A
      * reexecucao do faturamento no mesmo mes regrava o registro.
      * Inclua com "01 <nome>. COPY ABATREC."
      ******************************************************************
       02 ABT-CHAVE.
          03 ABT-NUM-SOCIO PIC 9(06).
          03 ABT-MES       PIC 9(06).
       02 ABT-VALOR-ABAT PIC 9(09)V9(02).
       02 ABT-VALOR-MENS PIC 9(09)V9(02).
       02 ABT-DATA       PIC 9(08).
