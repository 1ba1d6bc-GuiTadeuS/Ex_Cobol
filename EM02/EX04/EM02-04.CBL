      *               para o desconto de mala direta dos correios, e
      *               o atrasado sem registro no mestre sai numa
      *               relacao a parte em vez de gerar carta sem
      *               endereco. Cada carta emitida e anexada ao
      *               registro CARTAENV, a prova de notificacao que a
      *               negativacao (EM02-39) exige antes de incluir o
      *               socio no cadastro de inadimplentes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACD-STATUS.
      * Registro permanente das cartas enviadas, anexado a cada
      * remessa.
           SELECT CARTAENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRT-STATUS.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.
       01 REG-ACD.
          COPY ACORREC.

      * Cartas enviadas, layout compartilhado em CARTREC.
       FD CARTAENV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTAENV.DAT".

       01 REG-CRT.
          COPY CARTREC.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 CT-SEM-MEST PIC 9(05) VALUE ZEROES.
       77 CT-CANCELADOS PIC 9(05) VALUE ZEROES.
       77 WS-MEST-STATUS PIC X(02).
       77 WS-CRT-STATUS  PIC X(02).
       77 DATA-HOJE-NUM  PIC 9(08).

      * Extrato de atrasados em memoria, mantido ordenado por CEP na
      * carga (insercao ordenada, como o ranking do EM02-07): as
                STOP RUN
            END-IF.
            PERFORM CARREGA-ACORDOS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE-NUM.
      * OPEN EXTEND nao cria o arquivo; na primeira remessa o status
      * volta "35" e o registro de cartas e criado em OUTPUT.
            OPEN EXTEND CARTAENV.
            IF WS-CRT-STATUS EQUAL "35"
                OPEN OUTPUT CARTAENV
            END-IF.
            IF WS-CRT-STATUS NOT EQUAL "00"
                DISPLAY "EM02-04: ERRO AO ABRIR CARTAENV, STATUS "
                    WS-CRT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ARQATRA
                 OUTPUT RELCARTA.
            PERFORM LEITURA.
           PERFORM BUSCA-ACORDO.
           IF POS-ACD GREATER THAN 0
               PERFORM CORPO-CARTA-ACORDO
               MOVE "A" TO CRT-TIPO
           ELSE
               PERFORM CORPO-CARTA-PADRAO
               MOVE "P" TO CRT-TIPO
           END-IF.
           MOVE "Atenciosamente," TO TXT-CARTA.
           WRITE REG-CARTA FROM LIN-TEXTO AFTER ADVANCING 3 LINES.
           WRITE REG-CARTA FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-CARTAS.
           ADD 1 TO CT-GRAVADOS.
           PERFORM GRAVA-CARTA-ENVIADA.
           PERFORM ACUMULA-LOTE-CEP.

      * Anexa a carta ao registro de cartas enviadas (o tipo ja foi
      * movido na escolha do corpo da carta).
       GRAVA-CARTA-ENVIADA.
           MOVE TAB-NUM (IDX-ATRA)   TO CRT-NUM-SOCIO.
           MOVE DATA-HOJE-NUM        TO CRT-DATA.
           MOVE TAB-FAIXA (IDX-ATRA) TO CRT-FAIXA.
           WRITE REG-CRT.

       BUSCA-ACORDO.
           MOVE 0 TO POS-ACD.
           PERFORM VARYING IDX-ACD FROM 1 BY 1
               CT-CANCELADOS " CANCELADOS SEM CARTA".
           CLOSE ARQATRA
                 CADMEST
                 RELCARTA
                 CARTAENV.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
