      ******************************************************************
      * MOVREC.CPY
      * Layout unico do movimento de pagamentos do dia (MOVPAG.DAT):
      * gravado pelo retorno bancario (EM02-22) e pelo caixa
      * (EM02-42C), consultado pela recepcao (EM02-01C) e aplicado
      * pela baixa diaria (EM02-03). Inclua com
      * "01 <nome>. COPY MOVREC."
      ******************************************************************
       02 MOV-NUM-SOCIO PIC 9(06).
       02 MOV-DATA.
          03 MOV-DD     PIC 9(02).
          03 MOV-MM     PIC 9(02).
          03 MOV-AA     PIC 9(04).
       02 MOV-VALOR     PIC 9(09)V9(02).
       02 MOV-COD-PAG   PIC 9(02).
      * Sequencia do movimento no arquivo do dia, conferida pelo
      * EM02-03 contra o diario de baixa para a reexecucao pular o
      * que ja foi aplicado. Arquivos antigos (e o MOVPAG ainda
      * digitado a mao) entram com o campo em branco e ficam sem o
      * controle de reexecucao.
       02 MOV-SEQ       PIC 9(06).
      * "C" = recebido no caixa (EM02-42C): o retorno bancario
      * recria o MOVPAG mas mantem esses movimentos ate a baixa; em
      * branco = retorno bancario ou digitado.
       02 MOV-ORIGEM    PIC X(01).
