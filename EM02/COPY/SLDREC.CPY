      ******************************************************************
      * SLDREC.CPY
      * Layout unico do saldo de fechamento por socio (SALDFECH.DAT),
      * indexado pelo numero do socio: o saldo do ultimo mes fechado
      * pelo EM02-41, que e o saldo de abertura do balancete do mes
      * seguinte. Saldo negativo = credito do socio (pagou mais do
      * que o faturado). Inclua com "01 <nome>. COPY SLDREC."
      ******************************************************************
       02 SLD-NUM-SOCIO PIC 9(06).
       02 SLD-MES       PIC 9(06).
       02 SLD-SALDO     PIC S9(09)V9(02) SIGN LEADING SEPARATE.
      * Juros acumulados da divida em atraso (ATR-JUROS do extrato)
      * ja lancados no saldo: o fechamento seguinte lanca so o que
      * o extrato trouxer a mais.
       02 SLD-JUROS-ACUM PIC 9(09)V9(02).
      * Abertura com que o mes SLD-MES foi balanceado (mes, saldo e
      * juros ja lancados antes dele) e o inicio da execucao que o
      * gravou: a execucao que morre antes de gravar o FECHMES e
      * reexecutada a partir daqui, em vez de achar o mes ja feito.
       02 SLD-MES-ANT    PIC 9(06).
       02 SLD-SALDO-ANT  PIC S9(09)V9(02) SIGN LEADING SEPARATE.
       02 SLD-JUROS-ANT  PIC 9(09)V9(02).
       02 SLD-DATA-HORA  PIC 9(14).
