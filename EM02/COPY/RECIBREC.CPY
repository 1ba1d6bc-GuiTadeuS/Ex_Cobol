      ******************************************************************
      * RECIBREC.CPY
      * Layout unico do arquivo de recibos do caixa da recepcao
      * (RECIBOS.DAT), gravado pelo console EM02-42C a cada
      * pagamento recebido no balcao: numero do recibo, operador do
      * caixa, socio, valor, codigo de pagamento, forma (dinheiro ou
      * cheque) e a sequencia do movimento anexado ao MOVPAG. E por
      * ele que o fechamento do caixa soma o que foi lancado por
      * operador no turno. Inclua com "01 <nome>. COPY RECIBREC."
      ******************************************************************
       02 RCB-NUMERO     PIC 9(07).
       02 RCB-DATA-HORA  PIC 9(14).
       02 RCB-OPERADOR   PIC X(08).
       02 RCB-NUM-SOCIO  PIC 9(06).
       02 RCB-VALOR      PIC 9(09)V9(02).
       02 RCB-COD-PAG    PIC 9(02).
       02 RCB-FORMA      PIC X(01).
          88 RCB-DINHEIRO VALUE "D".
          88 RCB-CHEQUE   VALUE "C".
      * MOV-SEQ do movimento gravado no MOVPAG para este recibo.
       02 RCB-MOV-SEQ    PIC 9(06).
