      ******************************************************************
      * PERDREC.CPY
      * Layout unico do arquivo de dividas baixadas como perda
      * (PERDAS.DAT), indexado pelo numero do socio: gravado pela
      * baixa por perda (EM02-44) com a lista aprovada pela
      * diretoria, guarda a divida que saiu do contas a receber -
      * valor original, juros, valor baixado, faixa e dias de
      * atraso na data da baixa - e a ata que a aprovou. Se o socio
      * voltar a pagar, a baixa diaria (EM02-03) marca a divida
      * como recuperada e o EM02-01 volta a leva-la ao ARQATRA.
      * Inclua com "01 <nome>. COPY PERDREC."
      ******************************************************************
       02 PRD-NUM-SOCIO   PIC 9(06).
       02 PRD-NOME        PIC X(30).
       02 PRD-DATA-BAIXA  PIC 9(08).
       02 PRD-ATA         PIC X(10).
       02 PRD-DIAS        PIC 9(03).
       02 PRD-FAIXA       PIC X(09).
       02 PRD-VALOR-ORIG  PIC 9(09)V9(02).
       02 PRD-JUROS       PIC 9(09)V9(02).
       02 PRD-VALOR       PIC 9(09)V9(02).
       02 PRD-COD-PAG     PIC 9(02).
       02 PRD-SITUACAO    PIC X(01).
          88 PRD-BAIXADA    VALUE "B".
          88 PRD-RECUPERADA VALUE "R".
      * Recuperacao: data do primeiro pagamento recebido depois da
      * baixa e o total pago desde entao.
       02 PRD-DATA-RECUP  PIC 9(08).
       02 PRD-VALOR-RECUP PIC 9(09)V9(02).
