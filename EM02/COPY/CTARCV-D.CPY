      ******************************************************************
      * CTARCV-D.CPY
      * FD e layout das contas a receber de viagem: uma conta por
      * cliente por viagem, indexada pelo codigo da viagem (TVG-COD)
      * mais o codigo do cliente (CODIGOIN), na mesma ordem do
      * CADRES, com a tarifa da TABVIAG, o total ja pago e a data do
      * ultimo pagamento. Aberta pela confirmacao da reserva
      * (EM02-50) ou pela visita lancada no CADCLI (EM02-12), baixada
      * pelos pagamentos do cliente (EM02-52) e lida pelo extrato do
      * cliente (EM02-53) e pelo aging por viagem (EM02-54).
      * Inclua dentro da FILE SECTION.
      ******************************************************************
       FD CTARCV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTARCV.DAT".

       01 REG-RCV.
           02 RCV-CHAVE.
              03 RCV-COD-VIAGEM PIC X(06).
              03 RCV-CODIGO     PIC 9(03).
      * Aberta (saldo a receber), quitada ou cancelada (reserva
      * cancelada: o que ja foi pago fica a devolver ao cliente).
           02 RCV-SITUACAO     PIC X(01).
              88 RCV-ABERTA     VALUE "A".
              88 RCV-QUITADA    VALUE "Q".
              88 RCV-CANCELADA  VALUE "X".
      * Data da viagem (saida na TABVIAG ou data da visita) e data
      * de abertura da conta, AAAAMMDD.
           02 RCV-DATA-VIAGEM  PIC 9(08).
           02 RCV-DATA-LANC    PIC 9(08).
           02 RCV-TARIFA       PIC 9(07)V9(02).
           02 RCV-PAGO         PIC 9(07)V9(02).
           02 RCV-DATA-ULT-PAG PIC 9(08).
