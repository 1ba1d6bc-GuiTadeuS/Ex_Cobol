      *               CADSOC1N, que a operacao troca apos conferir o
      *               resumo; socio sem plano (ou com plano fora da
      *               tabela) sai apontado em vez de faturado com
      *               valor inventado. O credito do socio (CREDSOC,
      *               o que ele pagou a mais na baixa do EM02-03) e
      *               abatido da mensalidade: VALOR-PAG1 sai liquido.
      *               Plano familiar: cada dependente ativo do socio
      *               no CADDEP soma ao valor do plano o valor por
      *               dependente da TABPLAN, antes do abatimento do
      *               credito. Cada abatimento fica no historico
      *               HISABAT (socio + mes), que a declaracao anual
      *               de quitacao (EM02-38) usa para saber quais
      *               meses o credito cobriu.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Credito do socio, abatido da mensalidade do mes.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Historico dos abatimentos de credito, um por socio e mes.
           SELECT HISABAT ASSIGN TO "HISABAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABT-CHAVE
           FILE STATUS IS WS-ABT-STATUS.
      * Dependentes do plano familiar, cobrados junto com o titular.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
      * Nova geracao do CADSOC1; a operacao troca CADSOC1N por
      * CADSOC1 apos conferir o resumo do faturamento.
           SELECT CADSOC1N ASSIGN TO DISK
       01 REG-LEDG.
           COPY LEDGREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Historico de abatimentos, layout compartilhado em ABATREC.
       FD HISABAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISABAT.DAT".

       01 REG-ABT.
           COPY ABATREC.

      * Cadastro de dependentes, layout compartilhado em DEPREC.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           COPY DEPREC.

       FD CADSOC1N
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1N.DAT".
       77 WS-LEDG-STATUS PIC X(02).
       77 TEM-LEDGER     PIC X(01) VALUE "N".
       77 FIM-RAZAO      PIC X(03).
       77 WS-CRED-STATUS PIC X(02).
       77 TEM-CREDSOC    PIC X(01) VALUE "N".
       77 WS-ABT-STATUS  PIC X(02).
       77 WS-DEP-STATUS  PIC X(02).
       77 TEM-CADDEP     PIC X(01) VALUE "N".
       77 FIM-DEP        PIC X(03).

      * Dependentes ativos do socio e o valor bruto da cobranca:
      * plano mais o valor por dependente de cada um.
       77 QTD-DEP-SOCIO  PIC 9(02).
       77 VALOR-DEP-SOCIO PIC 9(09)V9(02).
       77 VALOR-BRUTO    PIC 9(09)V9(02).

      * Credito abatido da mensalidade do socio e o valor liquido
      * que vai para o VALOR-PAG1.
       77 CRED-ABATIDO   PIC 9(09)V9(02).
       77 VALOR-LIQUIDO  PIC 9(09)V9(02).

      * Datas do mes de referencia: hoje, o vencimento do plano no
      * mes corrente e os limites AAAAMMDD para somar os pagamentos
       77 CT-NAO-ATIVOS  PIC 9(05) VALUE ZEROES.
       77 CT-COD-DEFAULT PIC 9(05) VALUE ZEROES.
       77 VAL-FATURADO   PIC 9(12)V9(02) VALUE ZEROES.
       77 CT-COM-CREDITO PIC 9(05) VALUE ZEROES.
       77 VAL-CRED-ABAT  PIC 9(12)V9(02) VALUE ZEROES.
       77 CT-DEP-COBRADOS PIC 9(05) VALUE ZEROES.
       77 VAL-DEP-COBRADO PIC 9(12)V9(02) VALUE ZEROES.

      * Tabela em memoria dos planos de mensalidade.
       COPY TABPLAN-W.
          02 FILLER          PIC X(24) VALUE "COM COD. PAG. DEFAULT.: ".
          02 VAR-COD-DEFAULT PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER        PIC X(24) VALUE "COM CREDITO ABATIDO...: ".
          02 VAR-COM-CRED  PIC ZZ.ZZ9.
          02 FILLER        PIC X(09) VALUE " valor   ".
          02 VAR-VAL-CRED  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-09.
          02 FILLER        PIC X(24) VALUE "DEPENDENTES COBRADOS..: ".
          02 VAR-DEP-COB   PIC ZZ.ZZ9.
          02 FILLER        PIC X(09) VALUE " valor   ".
          02 VAR-VAL-DEP   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 NUM-DET     PIC 999.999.
                    WS-LEDG-STATUS "), FATURAMENTO SEM ABATER "
                    "PAGAMENTOS DO MES"
            END-IF.
      * Sem o CREDSOC (nenhuma baixa gerou credito ainda) fatura o
      * valor cheio do plano.
            OPEN I-O CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            ELSE
                DISPLAY "EM02-31: CREDSOC.DAT AUSENTE (STATUS "
                    WS-CRED-STATUS "), FATURAMENTO SEM ABATER "
                    "CREDITOS"
            END-IF.
      * Com credito a abater o historico e obrigatorio: o mes
      * coberto pelo credito sem registro sairia em aberto na
      * declaracao anual. Na primeira execucao (status "35") e
      * criado vazio e reaberto em I-O, como o CREDSOC no EM02-03.
            IF TEM-CREDSOC EQUAL "S"
                OPEN I-O HISABAT
                IF WS-ABT-STATUS EQUAL "35"
                    OPEN OUTPUT HISABAT
                    CLOSE HISABAT
                    OPEN I-O HISABAT
                END-IF
                IF WS-ABT-STATUS NOT EQUAL "00"
                    DISPLAY "EM02-31: ERRO AO ABRIR HISABAT, STATUS "
                        WS-ABT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
      * Sem o CADDEP (nenhum dependente incluido ainda) fatura so o
      * titular.
            OPEN INPUT CADDEP.
            IF WS-DEP-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADDEP
            ELSE
                DISPLAY "EM02-31: CADDEP.DAT AUSENTE (STATUS "
                    WS-DEP-STATUS "), FATURAMENTO SEM DEPENDENTES"
            END-IF.
            OPEN OUTPUT CADSOC1N
                        RELFAT.
            MOVE ZEROES TO MST-NUM-SOCIO.
       GERA-COBRANCA.
           PERFORM SOMA-PAGO-NO-MES.
           PERFORM CALCULA-ATRASO.
           PERFORM CONTA-DEPENDENTES.
           COMPUTE VALOR-DEP-SOCIO =
               QTD-DEP-SOCIO * VALOR-DEP-PLAN-REF.
           COMPUTE VALOR-BRUTO = VALOR-PLAN-REF + VALOR-DEP-SOCIO.
           PERFORM ABATE-CREDITO.
           COMPUTE VALOR-LIQUIDO = VALOR-BRUTO - CRED-ABATIDO.
           MOVE MST-NUM-SOCIO TO NUM-SOCIO1-N.
           MOVE MST-NOME      TO NOME-SOCIO1-N.
           MOVE VALOR-LIQUIDO TO VALOR-PAG1-N.
           IF PAGO-NO-MES NOT LESS THAN VALOR-LIQUIDO
      * Mensalidade ja quitada pelos pagamentos aplicados no mes
      * (ou coberta inteira pelo credito).
               MOVE 01     TO COD-PAG-N
               MOVE ZEROES TO DIAS-ATRASO-N
               ADD 1 TO CT-QUITADOS
           WRITE REG-SOC1N.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-FATURADOS.
           ADD VALOR-LIQUIDO TO VAL-FATURADO.
           ADD QTD-DEP-SOCIO   TO CT-DEP-COBRADOS.
           ADD VALOR-DEP-SOCIO TO VAL-DEP-COBRADO.
           MOVE VALOR-LIQUIDO TO VALOR-DET.
           MOVE DIAS-ATRASO-N  TO ATRASO-DET.
           PERFORM IMPDET.

      * Abate o credito do socio da mensalidade (plano mais
      * dependentes), ate o valor dela. Se o mes ja teve abatimento
      * (reexecucao antes da troca do CADSOC1N), o valor abatido
      * volta ao saldo antes:
      * o credito nao e consumido duas vezes no mesmo mes.
       ABATE-CREDITO.
           MOVE ZEROES TO CRED-ABATIDO.
           IF TEM-CREDSOC EQUAL "S"
               MOVE MST-NUM-SOCIO TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CALCULA-ABATIMENTO
               END-READ
           END-IF.

       CALCULA-ABATIMENTO.
           IF CRD-MES-ABAT EQUAL MES-REF
               ADD CRD-VALOR-ABAT TO CRD-SALDO
           END-IF.
           IF CRD-SALDO NOT LESS THAN VALOR-BRUTO
               MOVE VALOR-BRUTO TO CRED-ABATIDO
           ELSE
               MOVE CRD-SALDO TO CRED-ABATIDO
           END-IF.
           IF CRD-MES-ABAT EQUAL MES-REF OR
              CRED-ABATIDO GREATER THAN ZEROES
               PERFORM GRAVA-HIST-ABAT
               SUBTRACT CRED-ABATIDO FROM CRD-SALDO
               MOVE MES-REF       TO CRD-MES-ABAT
               MOVE CRED-ABATIDO  TO CRD-VALOR-ABAT
               MOVE DATA-HOJE-NUM TO CRD-DATA-ULT
               REWRITE REG-CRED
      * Credito abatido da mensalidade sem o CREDSOC regravado seria
      * abatido de novo no mes seguinte.
               IF WS-CRED-STATUS NOT EQUAL "00"
                   DISPLAY "EM02-31: ERRO AO REGRAVAR CREDSOC, SOCIO "
                       MST-NUM-SOCIO ", STATUS " WS-CRED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CRED-ABATIDO GREATER THAN ZEROES
               ADD 1 TO CT-COM-CREDITO
               ADD CRED-ABATIDO TO VAL-CRED-ABAT
           END-IF.

      * Grava (ou, na reexecucao do mes, regrava) o abatimento do
      * mes no HISABAT antes de regravar o CREDSOC: se a gravacao
      * falhar o credito ainda nao foi consumido e a reexecucao abate
      * de novo do saldo intacto.
       GRAVA-HIST-ABAT.
           MOVE MST-NUM-SOCIO TO ABT-NUM-SOCIO.
           MOVE MES-REF       TO ABT-MES.
           READ HISABAT
               INVALID KEY
                   MOVE CRED-ABATIDO  TO ABT-VALOR-ABAT
                   MOVE VALOR-BRUTO   TO ABT-VALOR-MENS
                   MOVE DATA-HOJE-NUM TO ABT-DATA
                   WRITE REG-ABT
               NOT INVALID KEY
                   MOVE CRED-ABATIDO  TO ABT-VALOR-ABAT
                   MOVE VALOR-BRUTO   TO ABT-VALOR-MENS
                   MOVE DATA-HOJE-NUM TO ABT-DATA
                   REWRITE REG-ABT
           END-READ.
           IF WS-ABT-STATUS NOT EQUAL "00"
               DISPLAY "EM02-31: ERRO AO GRAVAR HISABAT, SOCIO "
                   MST-NUM-SOCIO ", STATUS " WS-ABT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Conta os dependentes ATIVOS do socio no CADDEP, lendo pela
      * chave a partir do sequencial zero ate mudar de titular;
      * suspensos e cancelados (em geral pela cascata do EM02-25)
      * nao sao cobrados.
       CONTA-DEPENDENTES.
           MOVE ZEROES TO QTD-DEP-SOCIO.
           IF TEM-CADDEP EQUAL "S"
               MOVE MST-NUM-SOCIO TO DEP-NUM-SOCIO
               MOVE ZEROES        TO DEP-SEQ
               MOVE "NAO" TO FIM-DEP
               START CADDEP KEY NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-DEP
               END-START
               PERFORM UNTIL FIM-DEP EQUAL "SIM"
                   READ CADDEP NEXT
                       AT END MOVE "SIM" TO FIM-DEP
                       NOT AT END
                           IF DEP-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO
                               MOVE "SIM" TO FIM-DEP
                           ELSE
                               IF DEP-SIT-ATIVO
                                   ADD 1 TO QTD-DEP-SOCIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Soma no razao os pagamentos do socio aplicados no mes de
      * referencia (mesmo posicionamento por chave do extrato
      * EM02-23).
           WRITE REG-FAT AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x7 = 12 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 28.
       TERMINO.
           IF CT-LIN GREATER THAN 28
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS       TO VAR-LIDOS.
           MOVE CT-SEM-PLANO   TO VAR-SEM-PLANO.
           MOVE CT-NAO-ATIVOS  TO VAR-NAO-ATIVOS.
           MOVE CT-COD-DEFAULT TO VAR-COD-DEFAULT.
           MOVE CT-COM-CREDITO TO VAR-COM-CRED.
           MOVE VAL-CRED-ABAT  TO VAR-VAL-CRED.
           MOVE CT-DEP-COBRADOS TO VAR-DEP-COB.
           MOVE VAL-DEP-COBRADO TO VAR-VAL-DEP.
           WRITE REG-FAT FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-FAT FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-FAT FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-FAT FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-FAT FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-FAT FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-FAT FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           WRITE REG-FAT FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           CLOSE CADMEST CADSOC1N RELFAT.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC HISABAT
           END-IF.
           IF TEM-LEDGER EQUAL "S"
               CLOSE LEDGPAG
           END-IF.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
