       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-53.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       EXTRATO DE VIAGENS DO CLIENTE: imprime, para um
      *               cliente ou uma faixa de clientes (PAREXTV.DAT),
      *               cada conta a receber de viagem (CTARCV) com a
      *               tarifa, o pago e o saldo, os pagamentos aplicados
      *               linha a linha (razao LEDGVIA gravado pelo EM02-52)
      *               e o fecho com o saldo devedor e o credito do
      *               cliente (pago a mais, ou pago em reserva
      *               cancelada, a devolver) - mesmo molde do extrato
      *               do socio (EM02-23).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
      * Contas a receber de viagem.
           COPY CTARCV-F.
      * Razao de pagamentos de viagem (EM02-52).
           SELECT LEDGVIA ASSIGN TO "LEDGVIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGV-CHAVE
           FILE STATUS IS WS-LGV-STATUS.
           SELECT RELEXTV ASSIGN TO DISK.
           SELECT PAREXTV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Referencia de viagens, para o destino de cada conta.
           COPY TABVIAG-F.
      * Referencia de codigos de pagamento, para dar nome ao codigo
      * de cada pagamento do extrato.
           COPY TABCPAG-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Selecao do extrato: faixa de clientes (zeros no fim = ate o
      * ultimo).
       FD PAREXTV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PAREXTV.DAT".

       01 REG-PAREXTV.
          02 PARAM-CLI-INI PIC 9(03).
          02 PARAM-CLI-FIM PIC 9(03).

       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

      * Layout compartilhado com EM02-02, EX06 e EM02-12.
       01 REG-ENT.
           COPY CLIREC.

      * Contas a receber de viagem.
       COPY CTARCV-D.

      * Razao de pagamentos de viagem, layout compartilhado com o
      * EM02-52 (gerador do razao).
       FD LEDGVIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGVIA.DAT".

       01 REG-LGV.
           COPY LGVREC.

       FD RELEXTV
          LABEL RECORD IS OMITTED.

       01 REG-EXT PIC X(80).

      * Referencia de viagens.
       COPY TABVIAG-D.

      * Referencia de codigos de pagamento.
       COPY TABCPAG-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE ZEROES.
       77 WS-CLI-STATUS   PIC X(02).
       77 WS-LGV-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 TEM-LEDGVIA     PIC X(01) VALUE "N".

      * Selecao (default: todos os clientes).
       77 CLI-INI PIC 9(03) VALUE ZEROES.
       77 CLI-FIM PIC 9(03) VALUE 999.

      * Contas dos clientes da faixa em memoria, na ordem do CTARCV
      * (viagem + cliente); o extrato de cada cliente percorre a
      * tabela inteira (mesmo desenho das tabelas do EM02-23).
       77 QTD-CTA-TAB PIC 9(04) VALUE ZEROES.
       77 IDX-CTA     PIC 9(04).
       77 TEM-CONTA   PIC X(01).
       01 TAB-CONTAS.
           02 TAB-CTA-OCORR OCCURS 3000 TIMES.
              03 TAB-CTA-CODIGO PIC 9(03).
              03 TAB-CTA-VIAGEM PIC X(06).
              03 TAB-CTA-SIT    PIC X(01).
              03 TAB-CTA-DATA   PIC 9(08).
              03 TAB-CTA-TARIFA PIC 9(07)V9(02).
              03 TAB-CTA-PAGO   PIC 9(07)V9(02).

      * Totais do extrato do cliente.
       77 TOT-TARIFA   PIC 9(09)V9(02).
       77 TOT-PAGO     PIC 9(09)V9(02).
       77 TOT-DEVEDOR  PIC 9(09)V9(02).
       77 TOT-CREDITO  PIC 9(09)V9(02).
       77 SALDO-CTA    PIC 9(07)V9(02).
       77 CT-EXTRATOS  PIC 9(05) VALUE ZEROES.
       77 CT-PAGAMENTOS PIC 9(04).

       01 DATA-AUX.
           02 AA-AUX PIC 9(04).
           02 MM-AUX PIC 9(02).
           02 DD-AUX PIC 9(02).
       01 DATA-AUX-NUM REDEFINES DATA-AUX PIC 9(08).

      * Tabela em memoria da referencia de viagens.
       COPY TABVIAG-W.

      * Tabela em memoria da referencia de codigos de pagamento.
       COPY TABCPAG-W.

      * Campos das contas a receber de viagem.
       COPY CTARCV-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER  PIC X(32) VALUE SPACES.

       01 CAB-02.
           02 FILLER   PIC X(24) VALUE SPACES.
           02 FILLER   PIC X(30) VALUE "EXTRATO DE VIAGENS DO CLIENTE ".
           02 FILLER   PIC X(26) VALUE SPACES.

       01 LIN-CLIENTE.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(08) VALUE "Cliente ".
           02 COD-EXT    PIC ZZ9.
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-EXT   PIC X(30).
           02 FILLER     PIC X(31) VALUE SPACES.

       01 CAB-CONTAS.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "VIAGEM".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "DESTINO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "TARIFA".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PAGO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SALDO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(04) VALUE SPACES.

       01 LIN-CONTA.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 VIAGEM-EXT  PIC X(06).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 DESTINO-EXT PIC X(15).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 DATA-VIAG-EXT.
              03 DD-VIAG-EXT   PIC 99.
              03 FILLER        PIC X VALUE "/".
              03 MM-VIAG-EXT   PIC 99.
              03 FILLER        PIC X VALUE "/".
              03 AAAA-VIAG-EXT PIC 9999.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 TARIFA-EXT  PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 PAGO-EXT    PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-EXT   PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SIT-EXT     PIC X(10).
           02 FILLER      PIC X(02) VALUE SPACES.

       01 LIN-TIT-PAGTOS.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(23) VALUE "Pagamentos aplicados:  ".
           02 FILLER     PIC X(52) VALUE SPACES.

       01 LIN-PAGTO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(05) VALUE "Pago ".
           02 DATA-PAG-EXT.
              03 DD-PAG-EXT   PIC 99.
              03 FILLER       PIC X VALUE "/".
              03 MM-PAG-EXT   PIC 99.
              03 FILLER       PIC X VALUE "/".
              03 AAAA-PAG-EXT PIC 9999.
           02 FILLER     PIC X(08) VALUE " viagem ".
           02 VIAGEM-PAG-EXT PIC X(06).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 VAL-PAG-EXT PIC ZZZ.ZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DESC-PAG-EXT PIC X(20).
           02 FILLER     PIC X(14) VALUE SPACES.

       01 LIN-SEM-PAGTO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(40) VALUE
               "Nenhum pagamento aplicado.              ".
           02 FILLER     PIC X(35) VALUE SPACES.

       01 LIN-TOT-TARIFA.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Total das tarifas..............:".
           02 VAL-TOT-TARIFA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       01 LIN-TOT-PAGO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Total pago.....................:".
           02 VAL-TOT-PAGO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       01 LIN-TOT-DEVEDOR.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Saldo devedor das viagens......:".
           02 VAL-TOT-DEVEDOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       01 LIN-TOT-CREDITO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Credito do cliente / a devolver:".
           02 VAL-TOT-CREDITO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-EM02-53.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-53" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABVIAG.
            PERFORM LE-TABCPAG.
            PERFORM CARREGA-CONTAS.
      * Sem LEDGVIA.DAT nenhum pagamento de viagem foi aplicado
      * ainda: o extrato sai sem as linhas de pagamento.
            OPEN INPUT LEDGVIA.
            IF WS-LGV-STATUS EQUAL "00"
                MOVE "S" TO TEM-LEDGVIA
            END-IF.
            OPEN INPUT CADCLI.
            IF WS-CLI-STATUS NOT EQUAL "00"
                DISPLAY "EM02-53: ERRO AO ABRIR CADCLI, STATUS "
                    WS-CLI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RELEXTV.
            PERFORM LEITURA.

       LE-PARAMETROS.
      * Sem PAREXTV.DAT o extrato sai para todos os clientes com
      * conta de viagem.
           OPEN INPUT PAREXTV.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PAREXTV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARAM-CLI-INI TO CLI-INI
                       MOVE PARAM-CLI-FIM TO CLI-FIM
               END-READ
               CLOSE PAREXTV
           END-IF.
           IF CLI-FIM EQUAL ZEROES
               MOVE 999 TO CLI-FIM
           END-IF.

      * O extrato so faz sentido sobre as contas que a reserva e a
      * visita abrem; se o CTARCV nao existir ou nao abrir, aborta
      * com RC para o operador.
       CARREGA-CONTAS.
           OPEN INPUT CTARCV.
           IF WS-RCV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-53: ERRO AO ABRIR CTARCV, STATUS "
                   WS-RCV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ CTARCV NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF RCV-CODIGO NOT LESS THAN CLI-INI AND
                          RCV-CODIGO NOT GREATER THAN CLI-FIM
                           PERFORM GUARDA-CONTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTARCV.

       GUARDA-CONTA.
           IF QTD-CTA-TAB LESS THAN 3000
               ADD 1 TO QTD-CTA-TAB
               MOVE RCV-CODIGO      TO TAB-CTA-CODIGO (QTD-CTA-TAB)
               MOVE RCV-COD-VIAGEM  TO TAB-CTA-VIAGEM (QTD-CTA-TAB)
               MOVE RCV-SITUACAO    TO TAB-CTA-SIT (QTD-CTA-TAB)
               MOVE RCV-DATA-VIAGEM TO TAB-CTA-DATA (QTD-CTA-TAB)
               MOVE RCV-TARIFA      TO TAB-CTA-TARIFA (QTD-CTA-TAB)
               MOVE RCV-PAGO        TO TAB-CTA-PAGO (QTD-CTA-TAB)
           ELSE
               DISPLAY "EM02-53: MAIS DE 3000 CONTAS NA FAIXA, "
                   "RESTRINJA A FAIXA EM PAREXTV"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEITURA.
           READ CADCLI
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

       PRINCIPAL.
           IF CODIGOIN NUMERIC
               IF CODIGOIN NOT LESS THAN CLI-INI AND
                  CODIGOIN NOT GREATER THAN CLI-FIM
                   PERFORM VERIFICA-CONTAS
                   IF TEM-CONTA EQUAL "S"
                       PERFORM IMPRIME-EXTRATO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEITURA.

       VERIFICA-CONTAS.
           MOVE "N" TO TEM-CONTA.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > QTD-CTA-TAB
                      OR TEM-CONTA EQUAL "S"
               IF TAB-CTA-CODIGO (IDX-CTA) EQUAL CODIGOIN
                   MOVE "S" TO TEM-CONTA
               END-IF
           END-PERFORM.

      * Um extrato por cliente, comecando em pagina nova (mesmo
      * molde do extrato do socio); conta ou pagamento que nao cabe
      * na pagina continua na seguinte, com o cabecalho repetido.
       IMPRIME-EXTRATO.
           MOVE ZEROES TO TOT-TARIFA TOT-PAGO TOT-DEVEDOR TOT-CREDITO.
           PERFORM CABECALHO.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > QTD-CTA-TAB
               IF TAB-CTA-CODIGO (IDX-CTA) EQUAL CODIGOIN
                   PERFORM IMPRIME-CONTA
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-PAGAMENTOS.
           PERFORM IMPRIME-TOTAIS.
           ADD 1 TO CT-EXTRATOS.
           ADD 1 TO CT-GRAVADOS.

       CABECALHO.
           MOVE SPACES TO REG-EXT.
           WRITE REG-EXT AFTER ADVANCING PAGE.
           WRITE REG-EXT FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-EXT FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE CODIGOIN TO COD-EXT.
           MOVE NOMEIN   TO NOME-EXT.
           WRITE REG-EXT FROM LIN-CLIENTE AFTER ADVANCING 3 LINES.
           WRITE REG-EXT FROM CAB-CONTAS AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-EXT.
           WRITE REG-EXT AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Conta cancelada nao deve nada: o que foi pago nela volta ao
      * cliente. Nas demais, o pago alem da tarifa e credito.
       IMPRIME-CONTA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE TAB-CTA-VIAGEM (IDX-CTA) TO VIAGEM-EXT COD-VIAG-BUSCA.
           PERFORM BUSCA-VIAG-REF.
           MOVE DEST-VIAG-REF TO DESTINO-EXT.
           MOVE TAB-CTA-DATA (IDX-CTA) TO DATA-AUX-NUM.
           MOVE DD-AUX TO DD-VIAG-EXT.
           MOVE MM-AUX TO MM-VIAG-EXT.
           MOVE AA-AUX TO AAAA-VIAG-EXT.
           MOVE TAB-CTA-TARIFA (IDX-CTA) TO TARIFA-EXT.
           MOVE TAB-CTA-PAGO (IDX-CTA)   TO PAGO-EXT.
           ADD TAB-CTA-PAGO (IDX-CTA) TO TOT-PAGO.
           IF TAB-CTA-SIT (IDX-CTA) EQUAL "X"
               MOVE TAB-CTA-PAGO (IDX-CTA) TO SALDO-CTA
               ADD SALDO-CTA TO TOT-CREDITO
               IF SALDO-CTA GREATER THAN ZEROES
                   MOVE "A DEVOLVER" TO SIT-EXT
               ELSE
                   MOVE "CANCELADA" TO SIT-EXT
               END-IF
           ELSE
               ADD TAB-CTA-TARIFA (IDX-CTA) TO TOT-TARIFA
               IF TAB-CTA-PAGO (IDX-CTA) GREATER THAN
                  TAB-CTA-TARIFA (IDX-CTA)
                   COMPUTE SALDO-CTA = TAB-CTA-PAGO (IDX-CTA)
                                     - TAB-CTA-TARIFA (IDX-CTA)
                   ADD SALDO-CTA TO TOT-CREDITO
                   MOVE "CREDITO" TO SIT-EXT
               ELSE
                   COMPUTE SALDO-CTA = TAB-CTA-TARIFA (IDX-CTA)
                                     - TAB-CTA-PAGO (IDX-CTA)
                   ADD SALDO-CTA TO TOT-DEVEDOR
                   IF SALDO-CTA EQUAL ZEROES
                       MOVE "QUITADA" TO SIT-EXT
                   ELSE
                       MOVE "ABERTA" TO SIT-EXT
                   END-IF
               END-IF
           END-IF.
           MOVE SALDO-CTA TO SALDO-EXT.
           WRITE REG-EXT FROM LIN-CONTA AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      * Posiciona o razao no primeiro lancamento do cliente e
      * imprime uma linha por pagamento aplicado.
       IMPRIME-PAGAMENTOS.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO
           END-IF.
           WRITE REG-EXT FROM LIN-TIT-PAGTOS AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE ZEROES TO CT-PAGAMENTOS.
           IF TEM-LEDGVIA EQUAL "S"
               MOVE CODIGOIN TO LGV-CODIGO
               MOVE ZEROES   TO LGV-DATA LGV-SEQ
               MOVE "NAO" TO FIM-AUX
               START LEDGVIA KEY NOT LESS THAN LGV-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ LEDGVIA NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF LGV-CODIGO NOT EQUAL CODIGOIN
                               MOVE "SIM" TO FIM-AUX
                           ELSE
                               PERFORM IMPRIME-LINHA-PAGTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF CT-PAGAMENTOS EQUAL ZEROES
               WRITE REG-EXT FROM LIN-SEM-PAGTO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.

       IMPRIME-LINHA-PAGTO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE LGV-DATA TO DATA-AUX-NUM.
           MOVE DD-AUX TO DD-PAG-EXT.
           MOVE MM-AUX TO MM-PAG-EXT.
           MOVE AA-AUX TO AAAA-PAG-EXT.
           MOVE LGV-COD-VIAGEM TO VIAGEM-PAG-EXT.
           MOVE LGV-VALOR      TO VAL-PAG-EXT.
           MOVE SPACES TO DESC-PAG-EXT.
           IF QTD-CPAG-REF GREATER THAN 0
               MOVE LGV-COD-PAG TO COD-CPAG-BUSCA
               PERFORM BUSCA-CPAG-REF
               IF ACHOU-CPAG-REF EQUAL "S"
                   MOVE DESC-CPAG-REF TO DESC-PAG-EXT
               END-IF
           END-IF.
           WRITE REG-EXT FROM LIN-PAGTO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-PAGAMENTOS.

      * O fecho avanca 2+1x3 = 5 linhas; com a pagina de 40 linhas,
      * so cabe com CT-LIN ate 35.
       IMPRIME-TOTAIS.
           IF CT-LIN GREATER THAN 35
               PERFORM CABECALHO
           END-IF.
           MOVE TOT-TARIFA  TO VAL-TOT-TARIFA.
           MOVE TOT-PAGO    TO VAL-TOT-PAGO.
           MOVE TOT-DEVEDOR TO VAL-TOT-DEVEDOR.
           MOVE TOT-CREDITO TO VAL-TOT-CREDITO.
           WRITE REG-EXT FROM LIN-TOT-TARIFA AFTER ADVANCING 2 LINES.
           WRITE REG-EXT FROM LIN-TOT-PAGO AFTER ADVANCING 1 LINE.
           WRITE REG-EXT FROM LIN-TOT-DEVEDOR AFTER ADVANCING 1 LINE.
           WRITE REG-EXT FROM LIN-TOT-CREDITO AFTER ADVANCING 1 LINE.

       TERMINO.
           IF TEM-LEDGVIA EQUAL "S"
               CLOSE LEDGVIA
           END-IF.
           CLOSE CADCLI RELEXTV.
           DISPLAY "EM02-53: " CT-EXTRATOS " EXTRATOS EMITIDOS".
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABVIAG-P.

       COPY TABCPAG-P.

       COPY RUNLOG-P.
