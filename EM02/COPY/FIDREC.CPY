      ******************************************************************
      * FIDREC.CPY
      * Layout unico do cadastro de fidelidade dos clientes
      * (CADFIDEL.DAT), indexado pelo codigo do cliente (CODIGOIN):
      * pontos ganhos nas visitas (CADCLI mais arquivo morto ARQVISA,
      * pela tabela de pontos por viagem e ano), pontos resgatados em
      * desconto, saldo, pontos do periodo que define o nivel e o
      * nivel atual com a data da ultima mudanca. Mantido pelo
      * programa de fidelidade (EM02-55). Inclua com
      * "01 <nome>. COPY FIDREC."
      ******************************************************************
       02 FID-CODIGO         PIC 9(03).
      * Ganhos nunca diminuem: visita expurgada pela retencao
      * (EM02-49) nao tira ponto ja ganho - os pontos dela passam
      * para FID-PONTOS-EXPURG e o ganho e sempre o expurgado mais
      * o das visitas ainda online.
       02 FID-PONTOS-GANHOS  PIC 9(07).
       02 FID-PONTOS-RESG    PIC 9(07).
       02 FID-SALDO          PIC 9(07).
      * Pontos das visitas dos ultimos anos (janela do PARFIDEL):
      * e por eles que o nivel sobe ou desce.
       02 FID-PONTOS-PERIODO PIC 9(07).
       02 FID-NIVEL          PIC X(01).
          88 FID-SEM-NIVEL   VALUE " ".
          88 FID-BRONZE      VALUE "B".
          88 FID-PRATA       VALUE "P".
          88 FID-OURO        VALUE "O".
       02 FID-DATA-NIVEL     PIC 9(08).
       02 FID-DATA-ATU       PIC 9(08).
      * Controle do expurgo: pontos de visitas ja expurgadas, pontos
      * das visitas online anteriores a janela e o primeiro ano da
      * janela na ultima atualizacao. O EM02-49 nao expurga visita
      * da janela, entao o que some entre uma execucao e outra sai
      * sempre dos anos anteriores a FID-ANO-JANELA.
       02 FID-PONTOS-EXPURG  PIC 9(07).
       02 FID-PONTOS-FORA    PIC 9(07).
       02 FID-ANO-JANELA     PIC 9(04).
