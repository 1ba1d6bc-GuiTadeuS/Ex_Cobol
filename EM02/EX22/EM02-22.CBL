      *               papel, que e de onde vem a maior parte do
      *               MOVREJ. Retornos sem cobranca registrada saem
      *               na pagina de conciliacao para a tesouraria.
      *               O MOVPAG e recriado a cada retorno, mas os
      *               recebimentos do caixa da recepcao (EM02-42C,
      *               MOV-ORIGEM "C") que ainda nao tem baixa no
      *               diario JRNPAG continuam nele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
      * Diario de baixa do EM02-03: recebimento do caixa que ja esta
      * nele nao precisa continuar no MOVPAG.
           SELECT JRNPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
           SELECT RELCONC ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           02 VALOR-PAG1    PIC 9(09)V9(02).
           02 DIAS-ATRASO   PIC 9(03).

      * Movimento do dia gravado para o EM02-03, layout
      * compartilhado em MOVREC.
       FD MOVPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAG.DAT".

       01 REG-MOV.
           COPY MOVREC.

      * Diario de baixa, layout compartilhado em JRNREC.
       FD JRNPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNPAG.DAT".

       01 REG-JRN.
           COPY JRNREC.

       FD RELCONC
          LABEL RECORD IS OMITTED.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 CT-LIN     PIC 9(02) VALUE 31.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-MOV-STATUS PIC X(02).
       77 WS-JRN-STATUS PIC X(02).
       77 FIM-AUX       PIC X(03).

      * Recebimentos do caixa lidos do MOVPAG anterior; BAIXADO "S"
      * quando o diario ja tem o movimento (data, sequencia, socio e
      * valor, a chave da reexecucao do EM02-03). TAB-CX-REG guarda
      * o registro inteiro do MOVREC (34 bytes, com MOV-ORIGEM).
       77 QTD-CX-TAB  PIC 9(04) VALUE ZEROES.
       77 IDX-CX      PIC 9(04).
       77 CT-CX-MANTIDOS PIC 9(05) VALUE ZEROES.
       77 DATA-MOV-NUM   PIC 9(08).
       01 TAB-CAIXA.
           02 TAB-CX-OCORR OCCURS 2000 TIMES.
              03 TAB-CX-REG     PIC X(34).
              03 TAB-CX-DATA    PIC 9(08).
              03 TAB-CX-BAIXADO PIC X(01).

      * Totais da conciliacao.
       77 CT-GERADOS    PIC 9(05) VALUE ZEROES.
          02 FILLER    PIC X(09) VALUE " valor   ".
          02 VAR-VAL-06 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-07.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "Caixa mantido no MOVPAG..:".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 VAR-TOT-07 PIC ZZ.ZZ9.

       01 DETALHE.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 NUM-DET     PIC 999.999.
            MOVE "EM02-22" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM CARREGA-CADSOC1.
            PERFORM GUARDA-CAIXA.
            OPEN INPUT RETBANCO
                 OUTPUT MOVPAG
                        RELCONC.
            PERFORM REGRAVA-CAIXA.
            PERFORM LEITURA.

      * Antes de recriar o MOVPAG, guarda os recebimentos do caixa
      * que ainda estao nele e confere no diario quais ja tiveram
      * baixa: o console pode ter recebido antes deste retorno, ou
      * depois da ultima baixa do dia anterior. Sem MOVPAG (status
      * "35") ou sem JRNPAG nao ha o que guardar ou conferir.
       GUARDA-CAIXA.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT MOVPAG.
           IF WS-MOV-STATUS EQUAL "00"
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ MOVPAG
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF MOV-ORIGEM EQUAL "C"
                               PERFORM GUARDA-MOV-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVPAG
           END-IF.
           IF QTD-CX-TAB GREATER THAN ZEROES
               MOVE "NAO" TO FIM-AUX
               OPEN INPUT JRNPAG
               IF WS-JRN-STATUS EQUAL "00"
                   PERFORM UNTIL FIM-AUX EQUAL "SIM"
                       READ JRNPAG
                           AT END MOVE "SIM" TO FIM-AUX
                           NOT AT END
                               PERFORM CONFERE-BAIXA-CAIXA
                       END-READ
                   END-PERFORM
                   CLOSE JRNPAG
               END-IF
           END-IF.

       GUARDA-MOV-CAIXA.
           IF QTD-CX-TAB LESS THAN 2000
               ADD 1 TO QTD-CX-TAB
               MOVE REG-MOV TO TAB-CX-REG (QTD-CX-TAB)
               COMPUTE TAB-CX-DATA (QTD-CX-TAB) =
                   MOV-AA * 10000 + MOV-MM * 100 + MOV-DD
               MOVE "N" TO TAB-CX-BAIXADO (QTD-CX-TAB)
           ELSE
      * Recriar o MOVPAG sem os recebimentos excedentes perderia
      * pagamento feito no balcao; melhor abortar.
               DISPLAY "EM02-22: MAIS DE 2000 RECEBIMENTOS DO CAIXA "
                   "NO MOVPAG, RETORNO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERE-BAIXA-CAIXA.
           PERFORM VARYING IDX-CX FROM 1 BY 1
                   UNTIL IDX-CX > QTD-CX-TAB
               MOVE TAB-CX-REG (IDX-CX) TO REG-MOV
               IF JRN-SEQ-MOV GREATER THAN ZEROES AND
                  JRN-DATA-MOV  EQUAL TAB-CX-DATA (IDX-CX) AND
                  JRN-SEQ-MOV   EQUAL MOV-SEQ AND
                  JRN-NUM-SOCIO EQUAL MOV-NUM-SOCIO AND
                  JRN-VALOR-MOV EQUAL MOV-VALOR
                   MOVE "S" TO TAB-CX-BAIXADO (IDX-CX)
               END-IF
           END-PERFORM.

      * Os recebimentos do caixa sem baixa voltam ao MOVPAG recriado
      * com a mesma sequencia, para a reexecucao do EM02-03
      * continuar reconhecendo cada um.
       REGRAVA-CAIXA.
           PERFORM VARYING IDX-CX FROM 1 BY 1
                   UNTIL IDX-CX > QTD-CX-TAB
               IF TAB-CX-BAIXADO (IDX-CX) EQUAL "N"
                   MOVE TAB-CX-REG (IDX-CX) TO REG-MOV
                   WRITE REG-MOV
                   ADD 1 TO CT-GRAVADOS
                   ADD 1 TO CT-CX-MANTIDOS
               END-IF
           END-PERFORM.
           IF CT-CX-MANTIDOS GREATER THAN ZEROES
               DISPLAY "EM02-22: " CT-CX-MANTIDOS
                   " RECEBIMENTO(S) DO CAIXA SEM BAIXA MANTIDO(S) "
                   "NO MOVPAG"
           END-IF.

      * Carrega o CADSOC1 das cobrancas registradas numa tabela em
      * memoria, para casar cada retorno com o socio e carregar o
      * codigo de pagamento dele para o MOVPAG.
           MOVE RET-VALOR     TO MOV-VALOR.
           MOVE TAB-SOC-COD-PAG (IDX-SOC) TO MOV-COD-PAG.
           COMPUTE MOV-SEQ = CT-GERADOS + 1.
           MOVE SPACE         TO MOV-ORIGEM.
           WRITE REG-MOV.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-GERADOS.
           WRITE REG-CONC FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-CONC FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-CONC FROM CAB-06 AFTER ADVANCING 1 LINE.
           MOVE CT-CX-MANTIDOS TO VAR-TOT-07.
           WRITE REG-CONC FROM CAB-07 AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE RETBANCO
