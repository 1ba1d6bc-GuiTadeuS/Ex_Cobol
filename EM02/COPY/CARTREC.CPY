      ******************************************************************
      * CARTREC.CPY
      * Layout unico do registro de cartas de cobranca enviadas
      * (CARTAENV.DAT): uma linha por carta impressa pelo EM02-04,
      * com o socio, a data da emissao (AAAAMMDD), a faixa de atraso
      * e o tipo da carta ("P" texto padrao, "A" lembrete de acordo).
      * Anexado a cada remessa de cartas e lido pela negativacao,
      * que so inclui no cadastro de inadimplentes quem ja foi
      * notificado por carta. Inclua com "01 <nome>. COPY CARTREC."
      ******************************************************************
       02 CRT-NUM-SOCIO PIC 9(06).
       02 CRT-DATA      PIC 9(08).
       02 CRT-FAIXA     PIC X(09).
       02 CRT-TIPO      PIC X(01).
          88 CRT-PADRAO VALUE "P".
          88 CRT-ACORDO VALUE "A".
