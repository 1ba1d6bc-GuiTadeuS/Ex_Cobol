      * TABPLAN-F.CPY
      * Clausula SELECT da tabela de planos de mensalidade
      * (TABPLAN.DAT), mantida pela tesouraria: uma linha por plano
      * com codigo, descricao, valor mensal, dia de vencimento,
      * ativo S/N e valor por dependente (mesma ideia da TABCPAG
      * para codigos de pagamento). Inclua dentro de FILE-CONTROL.
      ******************************************************************
           SELECT TABPLAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
