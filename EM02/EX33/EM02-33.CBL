      *               CADSOC2 ao estado anterior a uma execucao do
      *               EM02-03 que morreu no meio - a alteracao volta
      *               a imagem anterior, a inclusao e excluida e o
      *               lancamento do razao LEDGPAG e removido (e o
      *               credito gerado no CREDSOC devolvido; a divida
      *               do PERDAS recuperada pelo movimento volta a
      *               baixada, ou o valor sai do total recuperado).
      *               Estorna
      *               os movimentos do dia informado em PARABACK.DAT
      *               (zeros = hoje) e imprime o certificado do
      *               estorno; antes disso as opcoes eram restaurar a
      *               geracao da vespera (perdendo as baixas boas da
      *               manha) ou reexecutar e creditar em dobro.
      *               Movimento datado em mes ja fechado (FECHMES)
      *               nao e estornado: os movimentos do dia desse
      *               socio ficam aplicados e no diario, recusados no
      *               certificado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Credito do socio gerado pelo que a baixa recebeu a mais.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Dividas baixadas como perda (EM02-44), recuperadas pela baixa.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
      * Nova geracao do diario SEM os movimentos do dia estornado; a
      * operacao troca JRNPAGN por JRNPAG apos conferir o
      * certificado, para a reapresentacao do MOVPAG nao ser pulada
           SELECT PARABACK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Periodos fechados pelo fechamento mensal (EM02-41).
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.
       01 REG-LEDG.
           COPY LEDGREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Imagem do registro do diario (175 bytes do JRNREC).
       FD JRNPAGN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNPAGN.DAT".

       01 REG-JRNN PIC X(175).

       FD RELBACK
          LABEL RECORD IS OMITTED.

       01 REG-BCK PIC X(90).

      * Periodos fechados.
       COPY FECHMES-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 WS-FILE-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-CRED-STATUS  PIC X(02).
       77 TEM-CREDSOC     PIC X(01) VALUE "N".
       77 WS-PERD-STATUS  PIC X(02).
       77 TEM-PERDAS      PIC X(01) VALUE "N".

       77 DATA-ESTORNO PIC 9(08) VALUE ZEROES.

              03 TAB-JRN-DEP-SOCIO PIC 9(06).
              03 TAB-JRN-LED-DATA  PIC 9(08).
              03 TAB-JRN-LED-SEQ   PIC 9(04).
              03 TAB-JRN-CREDITO   PIC 9(09)V9(02).
              03 TAB-JRN-VALOR     PIC 9(09)V9(02).
              03 TAB-JRN-PERDA     PIC X(01).
              03 TAB-JRN-RECUSA    PIC X(01).
              03 TAB-JRN-IMAGEM    PIC X(175).

      * Totais do certificado do estorno.
       77 CT-ESTORNADOS  PIC 9(05) VALUE ZEROES.
       77 CT-EXCLUIDOS   PIC 9(05) VALUE ZEROES.
       77 CT-REGRAVADOS  PIC 9(05) VALUE ZEROES.
       77 CT-LED-REMOV   PIC 9(05) VALUE ZEROES.
       77 CT-CRED-DEVOL  PIC 9(05) VALUE ZEROES.
       77 CT-PERDA-REST  PIC 9(05) VALUE ZEROES.
       77 CT-RECUSADOS   PIC 9(05) VALUE ZEROES.

      * Ultimo mes fechado; o movimento datado nele ou antes nao e
      * estornado, e com ele os demais movimentos do dia do mesmo
      * socio (a imagem anterior de um movimento posterior do socio
      * desfaria o movimento recusado).
       COPY FECHMES-W.
       77 IDX-REC PIC 9(04).

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
          02 FILLER        PIC X(24) VALUE "LANCAMENTOS REMOVIDOS.: ".
          02 VAR-LED-REMOV PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER        PIC X(24) VALUE "CREDITOS DEVOLVIDOS...: ".
          02 VAR-CRED-DEVOL PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER        PIC X(24) VALUE "RECUSADOS (PER. FECH.): ".
          02 VAR-RECUSADOS PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER        PIC X(24) VALUE "PERDAS REPOSTAS.......: ".
          02 VAR-PERDA-REST PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-33.
            MOVE "EM02-33" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-FECHMES.
            OPEN I-O CADSOC2.
            IF WS-FILE-STATUS NOT EQUAL "00"
                DISPLAY "EM02-33: ERRO AO ABRIR CADSOC2, STATUS "
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem CREDSOC.DAT nenhuma baixa gerou credito; o aviso so
      * interessa se o diario trouxer credito a devolver.
            OPEN I-O CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            END-IF.
      * Sem PERDAS.DAT nenhuma baixa por perda foi feita; o aviso so
      * interessa se o diario trouxer recuperacao a desfazer.
            OPEN I-O PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            END-IF.
            OPEN OUTPUT RELBACK.

       LE-PARAMETROS.
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNPAG.
           PERFORM MARCA-RECUSADOS.
           CLOSE JRNPAGN.

      * Recusa os movimentos de periodo fechado e, com eles, todos os
      * movimentos do dia do mesmo socio; os recusados continuam
      * aplicados e por isso voltam para a nova geracao do diario.
       MARCA-RECUSADOS.
           PERFORM VARYING IDX-JRN FROM 1 BY 1
                   UNTIL IDX-JRN > QTD-JRN
               IF TAB-JRN-RECUSA (IDX-JRN) EQUAL "P"
                   PERFORM VARYING IDX-REC FROM 1 BY 1
                           UNTIL IDX-REC > QTD-JRN
                       IF TAB-JRN-SOCIO (IDX-REC) EQUAL
                          TAB-JRN-SOCIO (IDX-JRN) AND
                          TAB-JRN-RECUSA (IDX-REC) EQUAL "N"
                           MOVE "S" TO TAB-JRN-RECUSA (IDX-REC)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-JRN FROM 1 BY 1
                   UNTIL IDX-JRN > QTD-JRN
               IF TAB-JRN-RECUSA (IDX-JRN) NOT EQUAL "N"
                   MOVE TAB-JRN-IMAGEM (IDX-JRN) TO REG-JRNN
                   WRITE REG-JRNN
               END-IF
           END-PERFORM.

       GUARDA-MOVIMENTO.
           IF QTD-JRN LESS THAN 5000
               MOVE JRN-DEP-SOCIO TO TAB-JRN-DEP-SOCIO (QTD-JRN)
               MOVE JRN-LED-DATA  TO TAB-JRN-LED-DATA (QTD-JRN)
               MOVE JRN-LED-SEQ   TO TAB-JRN-LED-SEQ (QTD-JRN)
               MOVE REG-JRN       TO TAB-JRN-IMAGEM (QTD-JRN)
      * "P" = movimento de periodo fechado; "S" = outro movimento
      * do dia do mesmo socio, recusado junto (MARCA-RECUSADOS).
               IF MES-FECHADO GREATER THAN ZEROES AND
                  JRN-DATA-MOV (1:6) NOT GREATER THAN MES-FECHADO
                   MOVE "P" TO TAB-JRN-RECUSA (QTD-JRN)
               ELSE
                   MOVE "N" TO TAB-JRN-RECUSA (QTD-JRN)
               END-IF
      * Diario gravado antes do campo de credito: sem credito.
               IF JRN-CREDITO NUMERIC
                   MOVE JRN-CREDITO TO TAB-JRN-CREDITO (QTD-JRN)
               ELSE
                   MOVE ZEROES TO TAB-JRN-CREDITO (QTD-JRN)
               END-IF
      * Diario gravado antes dos campos do PERDAS chega com eles em
      * branco: sem efeito no PERDAS.
               IF (JRN-PERDA EQUAL "R" OR JRN-PERDA EQUAL "P") AND
                  JRN-VALOR-PERDA NUMERIC
                   MOVE JRN-PERDA TO TAB-JRN-PERDA (QTD-JRN)
                   MOVE JRN-VALOR-PERDA TO TAB-JRN-VALOR (QTD-JRN)
               ELSE
                   MOVE SPACE  TO TAB-JRN-PERDA (QTD-JRN)
                   MOVE ZEROES TO TAB-JRN-VALOR (QTD-JRN)
               END-IF
           ELSE
      * Um estorno pela metade deixaria o CADSOC2 no mesmo estado
      * indefinido que ele veio resolver; melhor abortar.
           END-PERFORM.

       ESTORNA-MOVIMENTO.
           IF TAB-JRN-RECUSA (IDX-JRN) EQUAL "N"
               PERFORM DESFAZ-MOVIMENTO
           ELSE
               ADD 1 TO CT-RECUSADOS
               IF TAB-JRN-RECUSA (IDX-JRN) EQUAL "P"
                   MOVE "RECUSADO - PERIODO FECHADO" TO ACAO-DET
               ELSE
                   MOVE "RECUSADO - SOCIO EM PERIODO FECHADO"
                       TO ACAO-DET
               END-IF
               PERFORM IMPDET
           END-IF.

       DESFAZ-MOVIMENTO.
           ADD 1 TO CT-ESTORNADOS.
           IF TAB-JRN-ACAO (IDX-JRN) EQUAL "I"
               MOVE TAB-JRN-DEP-SOCIO (IDX-JRN) TO NUM-SOCIO2
               END-IF
           END-IF.
           PERFORM REMOVE-LANCAMENTO.
           IF TAB-JRN-CREDITO (IDX-JRN) GREATER THAN ZEROES
               PERFORM DEVOLVE-CREDITO
           END-IF.
           IF TAB-JRN-PERDA (IDX-JRN) NOT EQUAL SPACE
               PERFORM REPOE-PERDA
           END-IF.
           PERFORM IMPDET.

      * Remove do razao o lancamento gravado pelo movimento (chave
               END-DELETE
           END-IF.

      * Tira do credito do socio o que o movimento estornado tinha
      * gerado; se o credito ja foi abatido pelo faturamento, o
      * saldo para em zero e o console avisa a diferenca.
       DEVOLVE-CREDITO.
           IF TEM-CREDSOC NOT EQUAL "S"
               DISPLAY "EM02-33: CREDSOC.DAT AUSENTE (STATUS "
                   WS-CRED-STATUS "), CREDITO DO SOCIO "
                   TAB-JRN-SOCIO (IDX-JRN) " NAO DEVOLVIDO"
           ELSE
               MOVE TAB-JRN-SOCIO (IDX-JRN) TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       DISPLAY "EM02-33: SOCIO "
                           TAB-JRN-SOCIO (IDX-JRN)
                           " SEM CREDITO NO CREDSOC, DEVOLUCAO "
                           "IGNORADA"
                   NOT INVALID KEY
                       IF CRD-SALDO LESS THAN
                          TAB-JRN-CREDITO (IDX-JRN)
                           DISPLAY "EM02-33: CREDITO DO SOCIO "
                               CRD-NUM-SOCIO " JA ABATIDO EM "
                               "PARTE, SALDO ZERADO"
                           MOVE ZEROES TO CRD-SALDO
                       ELSE
                           SUBTRACT TAB-JRN-CREDITO (IDX-JRN)
                               FROM CRD-SALDO
                       END-IF
                       MOVE DATA-ESTORNO TO CRD-DATA-ULT
                       REWRITE REG-CRED
                       IF WS-CRED-STATUS NOT EQUAL "00"
                           DISPLAY "EM02-33: ERRO AO REGRAVAR CREDSOC, "
                               "SOCIO " CRD-NUM-SOCIO ", STATUS "
                               WS-CRED-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CT-CRED-DEVOL
               END-READ
           END-IF.

      * Tira do total recuperado do PERDAS a parte do movimento
      * estornado que foi aplicada na divida baixada; a recuperacao
      * aberta por ele ("R") que fica sem valor volta a divida
      * baixada, sem data de recuperacao. Se
      * outro pagamento ja somou depois, a divida segue recuperada
      * e o console avisa.
       REPOE-PERDA.
           IF TEM-PERDAS NOT EQUAL "S"
               DISPLAY "EM02-33: PERDAS.DAT AUSENTE (STATUS "
                   WS-PERD-STATUS "), RECUPERACAO DO SOCIO "
                   TAB-JRN-SOCIO (IDX-JRN) " NAO DESFEITA"
           ELSE
               MOVE TAB-JRN-SOCIO (IDX-JRN) TO PRD-NUM-SOCIO
               READ PERDAS
                   INVALID KEY
                       DISPLAY "EM02-33: SOCIO "
                           TAB-JRN-SOCIO (IDX-JRN)
                           " SEM DIVIDA NO PERDAS, RECUPERACAO "
                           "IGNORADA"
                   NOT INVALID KEY
                       IF PRD-VALOR-RECUP LESS THAN
                          TAB-JRN-VALOR (IDX-JRN)
                           MOVE ZEROES TO PRD-VALOR-RECUP
                       ELSE
                           SUBTRACT TAB-JRN-VALOR (IDX-JRN)
                               FROM PRD-VALOR-RECUP
                       END-IF
                       IF TAB-JRN-PERDA (IDX-JRN) EQUAL "R"
                           IF PRD-VALOR-RECUP EQUAL ZEROES
                               MOVE "B" TO PRD-SITUACAO
                               MOVE ZEROES TO PRD-DATA-RECUP
                           ELSE
                               DISPLAY "EM02-33: SOCIO "
                                   PRD-NUM-SOCIO " TEM PAGAMENTO "
                                   "POSTERIOR, DIVIDA SEGUE "
                                   "RECUPERADA"
                           END-IF
                       END-IF
                       REWRITE REG-PERD
                       IF WS-PERD-STATUS NOT EQUAL "00"
                           DISPLAY "EM02-33: ERRO AO REGRAVAR PERDAS, "
                               "SOCIO " PRD-NUM-SOCIO ", STATUS "
                               WS-PERD-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CT-PERDA-REST
               END-READ
           END-IF.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           MOVE CT-EXCLUIDOS  TO VAR-EXCLUIDOS.
           MOVE CT-REGRAVADOS TO VAR-REGRAVADOS.
           MOVE CT-LED-REMOV  TO VAR-LED-REMOV.
           MOVE CT-CRED-DEVOL TO VAR-CRED-DEVOL.
           MOVE CT-RECUSADOS  TO VAR-RECUSADOS.
           MOVE CT-PERDA-REST TO VAR-PERDA-REST.
           WRITE REG-BCK FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-BCK FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-BCK FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-BCK FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-BCK FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-BCK FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-BCK FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-BCK FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           IF CT-RECUSADOS GREATER THAN ZEROES
               DISPLAY "EM02-33: " CT-RECUSADOS " MOVIMENTOS DE "
                   "PERIODO FECHADO NAO ESTORNADOS, VER RELBACK"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CADSOC2 LEDGPAG RELBACK.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
           END-IF.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY FECHMES-P.

       COPY RUNLOG-P.
