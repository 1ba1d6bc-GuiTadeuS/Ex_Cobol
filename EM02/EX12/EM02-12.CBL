      * cheio, a visita mais antiga e rolada para ca em vez de
      * descartada.
            COPY ARQVISA-F.
      * Contas a receber de viagem: a visita lancada contra uma
      * viagem com tarifa abre a conta do cliente na viagem.
            COPY CTARCV-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
            COPY RUNLOG-F.
       01 REG-VISA.
           COPY VISAREC.

      * Contas a receber de viagem.
       COPY CTARCV-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 VISA-GRAVADA   PIC X(01).
       77 CT-ARQUIVADAS  PIC 9(05) VALUE 0.

      * Contas a receber abertas pelas visitas do lote.
       COPY CTARCV-W.
       77 CT-RECEBER     PIC 9(05) VALUE 0.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Contas a receber: mesmo tratamento do arquivo morto.
           OPEN I-O CTARCV.
           IF WS-RCV-STATUS EQUAL "35"
               OPEN OUTPUT CTARCV
               CLOSE CTARCV
               OPEN I-O CTARCV
           END-IF.
           IF WS-RCV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-12: ERRO AO ABRIR CTARCV, STATUS "
                   WS-RCV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADCLI
                OUTPUT CADCLIN
                       RELMNT.
               MOVE TRX-ANO-VIS    TO ANO-VIS (QTD-VIS)
               MOVE TRX-REF-VIAGEM TO REF-VIAGEM (QTD-VIS)
               PERFORM JORNAL-APLICADA
               PERFORM ABRE-CONTA-VISITA
           END-IF.

      * Visita contra viagem da TABVIAG com tarifa abre a conta a
      * receber do cliente; a viagem que ja tinha conta pela reserva
      * (EM02-50) nao e cobrada duas vezes. Sem TABVIAG.DAT nao ha
      * tarifa e nenhuma conta e aberta.
       ABRE-CONTA-VISITA.
           IF QTD-VIAG-REF GREATER THAN 0
               MOVE TRX-REF-VIAGEM  TO VIAGEM-RCV
               MOVE CODIGOIN        TO CODIGO-RCV
               COMPUTE DATA-VIAGEM-RCV = TRX-ANO-VIS * 10000
                                       + TRX-MES-VIS * 100
                                       + TRX-DIA-VIS
               MOVE TARIFA-VIAG-REF TO TARIFA-RCV
               PERFORM GERA-RECEBER
               IF RESULTADO-RCV EQUAL "G" OR RESULTADO-RCV EQUAL "R"
                   ADD 1 TO CT-RECEBER
               END-IF
               IF RESULTADO-RCV EQUAL "E"
                   DISPLAY "EM02-12: ERRO AO GRAVAR CTARCV, STATUS "
                       WS-RCV-STATUS " VIAGEM " VIAGEM-RCV
                       " CLIENTE " CODIGO-RCV
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Anexa a visita da posicao 1 no arquivo morto do cliente; a
           WRITE REG-JORNAL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           CLOSE CADCLI CADCLIN RELMNT ARQVISA CTARCV.
           IF CT-ARQUIVADAS GREATER THAN ZEROES
               DISPLAY "EM02-12: " CT-ARQUIVADAS " VISITAS ROLADAS "
                   "PARA O ARQUIVO MORTO"
           END-IF.
           IF CT-RECEBER GREATER THAN ZEROES
               DISPLAY "EM02-12: " CT-RECEBER " CONTAS A RECEBER "
                   "DE VIAGEM ABERTAS"
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.

       COPY TABVIAG-P.

       COPY CTARCV-P.

       COPY RUNLOG-P.
