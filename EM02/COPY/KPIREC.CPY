      ******************************************************************
      * KPIREC.CPY
      * Layout unico do historico de indicadores da diretoria
      * (KPIHIST.DAT): um registro por execucao do resumo executivo
      * mensal (EM02-61), com o mes de referencia (AAAAMM), a data/
      * hora da execucao e os 16 indicadores do mes. Todos os
      * indicadores tem o mesmo formato (9(11)V9(02); taxas em
      * percentual), o que permite percorre-los pela tabela KPI-IND
      * na mesma ordem dos nomes abaixo. Reexecucao do mesmo mes
      * grava outro registro: vale o mais recente. Inclua com
      * "01 <nome>. COPY KPIREC."
      ******************************************************************
       02 KPI-MES        PIC 9(06).
       02 KPI-DATA-HORA  PIC 9(14).
       02 KPI-INDICADORES.
      * Quadro social (CADMEST): situacao na data da execucao e o
      * aumento de cancelados contra o mes anterior do historico.
          03 KPI-SOC-ATIVOS     PIC 9(11)V9(02).
          03 KPI-SOC-SUSPENSOS  PIC 9(11)V9(02).
          03 KPI-SOC-CANCELADOS PIC 9(11)V9(02).
          03 KPI-NOVOS-CANCEL   PIC 9(11)V9(02).
      * Faturamento (CADSOC1 gerado pelo EM02-31) e cobranca (razao
      * LEDGPAG no mes, sem as baixas por perda).
          03 KPI-QTD-FATURADOS  PIC 9(11)V9(02).
          03 KPI-VAL-FATURADO   PIC 9(11)V9(02).
          03 KPI-VAL-RECEBIDO   PIC 9(11)V9(02).
          03 KPI-TAXA-COBRANCA  PIC 9(11)V9(02).
      * Inadimplencia (ultima execucao do EM02-01 no mes, HISTATRA).
          03 KPI-QTD-ATRASO     PIC 9(11)V9(02).
          03 KPI-VAL-ATRASO     PIC 9(11)V9(02).
          03 KPI-TAXA-INADIMPL  PIC 9(11)V9(02).
      * Fretamento: viagens com saida no mes (TABVIAG) e as visitas
      * registradas nelas (CADCLI e arquivo morto ARQVISA).
          03 KPI-QTD-VIAGENS    PIC 9(11)V9(02).
          03 KPI-PASSAGEIROS    PIC 9(11)V9(02).
          03 KPI-TAXA-OCUPACAO  PIC 9(11)V9(02).
      * Academico: alunos do ARQALU e aprovacao pelo criterio do
      * PARALU (mesma regra do EM02-05/EM02-28).
          03 KPI-QTD-ALUNOS     PIC 9(11)V9(02).
          03 KPI-TAXA-APROVACAO PIC 9(11)V9(02).
       02 KPI-TAB-IND REDEFINES KPI-INDICADORES.
          03 KPI-IND PIC 9(11)V9(02) OCCURS 16 TIMES.
