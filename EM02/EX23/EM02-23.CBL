      *               o saldo resultante de cada baixa) e os juros do
      *               atraso (ARQATRA) - e o que a recepcao mostra
      *               quando o socio contesta um "ja paguei aquilo",
      *               no lugar do saldo seco do EM02-01C. Fecha com
      *               o credito do socio (CREDSOC): o abatido na
      *               mensalidade do mes e o saldo a abater.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Credito do socio (pago a mais na baixa do EM02-03).
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
           SELECT RELEXT ASSIGN TO DISK.
           SELECT PARALEDG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
       01 REG-LEDG.
           COPY LEDGREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

       FD RELEXT
          LABEL RECORD IS OMITTED.

       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-CRED-STATUS  PIC X(02).
       77 TEM-CREDSOC     PIC X(01) VALUE "N".

      * Selecao (default: todos os socios, mes corrente).
       77 SOCIO-INI PIC 9(06) VALUE ZEROES.
           02 VAL-SALDO-EXT PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       01 LIN-CRED-ABAT.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Credito abatido na mensalidade.:".
           02 VAL-CRED-ABAT-EXT PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       01 LIN-CREDITO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(32) VALUE
               "Credito a abater (pago a mais).:".
           02 VAL-CRED-EXT PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-EM02-23.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem CREDSOC.DAT nenhuma baixa gerou credito ainda: o
      * extrato sai sem as linhas de credito.
            OPEN INPUT CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            END-IF.
            OPEN INPUT CADSOC1
                 OUTPUT RELEXT.
            PERFORM LEITURA.
           PERFORM IMPRIME-JUROS.
           MOVE SALDO-FINAL TO VAL-SALDO-EXT.
           WRITE REG-EXT FROM LIN-SALDO AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-CREDITO.
           ADD 1 TO CT-EXTRATOS.
           ADD 1 TO CT-GRAVADOS.

               WRITE REG-EXT FROM LIN-AJUSTE AFTER ADVANCING 1 LINE
           END-IF.

      * Credito do socio: o que o faturamento do mes de referencia
      * abateu da mensalidade e o saldo que ainda sera abatido.
       IMPRIME-CREDITO.
           IF TEM-CREDSOC EQUAL "S"
               MOVE NUM-SOCIO1 TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRD-MES-ABAT EQUAL MES-REF AND
                          CRD-VALOR-ABAT GREATER THAN ZEROES
                           MOVE CRD-VALOR-ABAT TO VAL-CRED-ABAT-EXT
                           WRITE REG-EXT FROM LIN-CRED-ABAT
                               AFTER ADVANCING 1 LINE
                       END-IF
                       IF CRD-SALDO GREATER THAN ZEROES
                           MOVE CRD-SALDO TO VAL-CRED-EXT
                           WRITE REG-EXT FROM LIN-CREDITO
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-READ
           END-IF.

       FIM.
           DISPLAY "EM02-23: " CT-EXTRATOS " EXTRATOS GERADOS".
           CLOSE CADSOC1
                 LEDGPAG
                 RELEXT.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
