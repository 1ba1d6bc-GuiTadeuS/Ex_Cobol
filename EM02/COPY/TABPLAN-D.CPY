      * TABPLAN-D.CPY
      * FD e layout do registro da tabela de planos de mensalidade
      * (codigo, descricao, valor mensal, dia de vencimento, ativo
      * S/N e valor mensal por dependente do plano familiar).
      * Inclua dentro da FILE SECTION.
      ******************************************************************
       FD TABPLAN
           LABEL RECORD ARE STANDARD
           02 TPL-VALOR    PIC 9(09)V9(02).
           02 TPL-DIA-VENC PIC 9(02).
           02 TPL-ATIVO    PIC X(01).
      * Valor mensal de cada dependente ativo do socio (CADDEP),
      * somado a mensalidade pelo faturamento. Fica no fim do
      * registro: linhas antigas, sem o campo, chegam em branco e
      * valem zero (plano sem cobranca de dependente).
           02 TPL-VALOR-DEP PIC 9(09)V9(02).
