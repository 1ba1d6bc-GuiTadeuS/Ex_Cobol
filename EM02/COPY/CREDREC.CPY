      ******************************************************************
      * CREDREC.CPY
      * Layout unico do arquivo de credito do socio (CREDSOC.DAT),
      * indexado pelo numero do socio: o que o socio pagou a mais do
      * que devia na baixa do EM02-03 fica aqui como credito, em vez
      * de sumir no saldo zerado do razao. O faturamento (EM02-31)
      * abate o credito da mensalidade seguinte, o estorno (EM02-33)
      * desfaz o credito gerado pelo movimento estornado e o EM02-40
      * lista os creditos antigos para devolucao. Inclua com
      * "01 <nome>. COPY CREDREC."
      ******************************************************************
       02 CRD-NUM-SOCIO  PIC 9(06).
      * Credito disponivel hoje.
       02 CRD-SALDO      PIC 9(09)V9(02).
      * Data (AAAAMMDD) em que o saldo atual comecou a se formar -
      * o credito que saiu de zero; e por ela que o EM02-40 mede a
      * idade do credito.
       02 CRD-DATA-ORIG  PIC 9(08).
      * Data do ultimo movimento (credito, abatimento ou estorno).
       02 CRD-DATA-ULT   PIC 9(08).
      * Ultimo mes de faturamento (AAAAMM) com abatimento e o valor
      * abatido nele: a reexecucao do EM02-31 no mesmo mes devolve
      * esse valor ao saldo antes de abater de novo, em vez de
      * consumir o credito duas vezes.
       02 CRD-MES-ABAT   PIC 9(06).
       02 CRD-VALOR-ABAT PIC 9(09)V9(02).
