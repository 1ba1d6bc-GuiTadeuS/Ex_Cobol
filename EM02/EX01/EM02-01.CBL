           SELECT PARASUSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.
      * Dividas baixadas como perda pelo EM02-44: ficam fora do
      * RELSOCIO e do ARQATRA ate o socio voltar a pagar.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
      * Referencia de codigos de pagamento (codigo, descricao, ativo),
      * mantida pela contabilidade, para dar nome aos subtotais por
      * COD-PAG e apontar codigos nao cadastrados.
       01 REG-PARASUSP.
          02 PARAM-DIAS-SUSP PIC 9(03).

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Referencia de codigos de pagamento.
       COPY TABCPAG-D.

       77 CT-CANCELADOS   PIC 9(05) VALUE ZEROES.
       77 CT-SUSPENSOS    PIC 9(05) VALUE ZEROES.

      * Dividas baixadas como perda; sem PERDAS.DAT (nenhuma baixa
      * feita ainda) todos os socios seguem no contas a receber.
       77 WS-PERD-STATUS  PIC X(02).
       77 TEM-PERDAS      PIC X(01) VALUE "N".
       77 CT-PERDAS       PIC 9(05) VALUE ZEROES.

      * Tabela em memoria da referencia de codigos de pagamento.
       COPY TABCPAG-W.

              "Cancelados (fora da lista):  ".
          02 VAR-QTD-12 PIC 9(05) VALUE ZEROES.

       01 CAB-13.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(29) VALUE
              "Baixados como perda:         ".
          02 VAR-QTD-13 PIC 9(05) VALUE ZEROES.

       01 DETALHE.
           02 FILLER    PIC X(09) VALUE SPACES.
           02 NUM       PIC 999.999.
            PERFORM LE-TABCPAG.
            PERFORM LE-PARASUSP.
            PERFORM ABRE-CADMEST.
            OPEN INPUT PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            END-IF.
            PERFORM VERIFICA-CHECKPOINT.
            IF WS-RESTART EQUAL "S"
                OPEN I-O CADSOC2
      * calculo de juros - so conta no resumo final.
                   ADD 1 TO CT-CANCELADOS
               ELSE
                   IF SITUACAO-SOC EQUAL "P"
      * Divida baixada como perda: fora do RELSOCIO, do ARQATRA e
      * do calculo de juros enquanto nao for recuperada.
                       ADD 1 TO CT-PERDAS
                   ELSE
                       IF CT-LIN GREATER THAN 30
                           PERFORM CABECALHO
                       END-IF
                       PERFORM IMPDET
                   END-IF
               END-IF
           END-IF.

      * de suspensao automatica: atraso alem do limite de PARASUSP
      * suspende o socio ativo na hora, regravando o mestre. Sem
      * CADMEST (ou sem o socio nele) a situacao fica como ativa.
      * Divida baixada como perda ("P") vem antes: o socio nem passa
      * pela suspensao automatica.
       CONSULTA-SITUACAO.
           MOVE "A" TO SITUACAO-SOC.
           IF TEM-PERDAS EQUAL "S"
               MOVE NUM-SOCIO1 TO PRD-NUM-SOCIO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-BAIXADA
                           MOVE "P" TO SITUACAO-SOC
                       END-IF
               END-READ
           END-IF.
           IF TEM-CADMEST EQUAL "S" AND SITUACAO-SOC EQUAL "A"
               MOVE NUM-SOCIO1 TO MST-NUM-SOCIO
               READ CADMEST
                   INVALID KEY
           MOVE CT-CANCELADOS TO VAR-QTD-12.
           WRITE REG-SOCIO FROM CAB-11 AFTER ADVANCING 2 LINES.
           WRITE REG-SOCIO FROM CAB-12 AFTER ADVANCING 1 LINE.
           MOVE CT-PERDAS TO VAR-QTD-13.
           WRITE REG-SOCIO FROM CAB-13 AFTER ADVANCING 1 LINE.


       FIM.
           IF TEM-CADMEST EQUAL "S"
               CLOSE CADMEST
           END-IF.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
      * req. 017: registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
