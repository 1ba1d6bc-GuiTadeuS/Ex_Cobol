      * ("I" inclusao, "A" alteracao, "N" nenhuma - baixa parcial
      * que so mexeu na memoria), as imagens antes/depois do
      * registro do CADSOC2 e a chave do lancamento gravado no razao
      * LEDGPAG, mais o credito do que foi pago a mais. E o que
      * permite ao estorno (EM02-33) devolver o CADSOC2, o razao e
      * o credito ao estado de antes de uma execucao que morreu no
      * meio. Inclua com "01 <nome>. COPY JRNREC."
      ******************************************************************
       02 JRN-DATA-HORA PIC 9(14).
       02 JRN-NUM-SOCIO PIC 9(06).
          03 JRN-DEP-VALOR PIC 9(09)V9(02).
       02 JRN-LED-DATA  PIC 9(08).
       02 JRN-LED-SEQ   PIC 9(04).
      * Credito gerado no CREDSOC pelo que o movimento pagou a mais
      * (zeros = sem credito); o estorno devolve esse valor. No
      * final do registro: o diario gravado antes do campo chega com
      * ele em branco e e tratado como sem credito.
       02 JRN-CREDITO   PIC 9(09)V9(02).
      * Efeito do movimento no PERDAS: "R" a divida baixada passou a
      * recuperada, "P" o valor somou no total ja recuperado, espaco
      * sem efeito (e o diario gravado antes do campo), e a parte do
      * movimento aplicada na divida baixada. O estorno usa os dois
      * para repor o PERDAS.
       02 JRN-PERDA     PIC X(01).
       02 JRN-VALOR-PERDA PIC 9(09)V9(02).
