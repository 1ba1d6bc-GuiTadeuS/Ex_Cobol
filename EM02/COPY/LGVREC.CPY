      ******************************************************************
      * LGVREC.CPY
      * Layout unico do razao de pagamentos de viagem por cliente
      * (LEDGVIA.DAT), indexado pela chave cliente + data +
      * sequencia: um registro por pagamento aplicado pela baixa de
      * pagamentos de viagem (EM02-52), com a viagem, o valor, o
      * codigo de pagamento, o saldo da conta apos a baixa e a
      * sequencia do movimento de origem (controle de reexecucao).
      * Lido pelo extrato de viagens do cliente (EM02-53). Inclua
      * com "01 <nome>. COPY LGVREC."
      ******************************************************************
       02 LGV-CHAVE.
          03 LGV-CODIGO   PIC 9(03).
          03 LGV-DATA     PIC 9(08).
          03 LGV-SEQ      PIC 9(04).
       02 LGV-COD-VIAGEM PIC X(06).
       02 LGV-VALOR      PIC 9(07)V9(02).
       02 LGV-COD-PAG    PIC 9(02).
       02 LGV-SALDO      PIC 9(07)V9(02).
       02 LGV-SEQ-MOV    PIC 9(06).
