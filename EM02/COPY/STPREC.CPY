      ******************************************************************
      * STPREC.CPY
      * Layout unico do arquivo de situacao dos steps do lote noturno
      * (NIGHTSTP.DAT). Cada step que termina com RC 0 ganha um
      * registro "C" (concluido), gravado pela cadeia (em02night.sh /
      * EM02NGHT.JCL); o arquivo recomeca a cada partida do inicio,
      * no registro "C" do EM02-17. A verificacao de reinicio EM02-60
      * anexa um registro "R" com o step onde a cadeia foi retomada.
      * Inclua com "01 <nome>. COPY STPREC."
      ******************************************************************
       02 STP-TIPO        PIC X(01).
          88 STP-CONCLUIDO VALUE "C".
          88 STP-REINICIO  VALUE "R".
       02 STP-STEP        PIC X(08).
      * AAAAMMDDHHMMSS; em branco quando gravado sem carimbo.
       02 STP-DATA-HORA   PIC X(14).
