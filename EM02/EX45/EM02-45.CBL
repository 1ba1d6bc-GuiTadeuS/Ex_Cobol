       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-45.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       PROVISAO PARA DEVEDORES DUVIDOSOS (PDD): soma o
      *               saldo ajustado do ARQATRA por faixa de atraso e
      *               aplica a cada faixa o percentual de perda de
      *               PARAPDD.DAT (na falta dele, 5/25/50/100% para
      *               1-30/31-60/61-90/90+ dias), imprimindo no
      *               RELPDD a provisao por faixa e o total para o
      *               balanco. Fecha com o movimento de perdas do mes
      *               pelo PERDAS.DAT: dividas baixadas pelo EM02-44,
      *               recuperadas pelo EM02-03 e o estoque baixado
      *               ainda nao recuperado. Rodado no fim do mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
      * Dividas baixadas como perda (EM02-44).
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
      * Percentual de perda por faixa de atraso.
           SELECT PARAPDD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT RELPDD ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

       01 REG-ATRA.
           COPY ATRREC.

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Percentuais (999,99) das faixas 1-30, 31-60, 61-90 e 90+.
       FD PARAPDD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAPDD.DAT".

       01 REG-PARAPDD.
          02 PARAM-PERC-30   PIC 9(03)V9(02).
          02 PARAM-PERC-60   PIC 9(03)V9(02).
          02 PARAM-PERC-6190 PIC 9(03)V9(02).
          02 PARAM-PERC-90   PIC 9(03)V9(02).

       FD RELPDD
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-PERD-STATUS  PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 TEM-PERDAS      PIC X(01) VALUE "N".

      * Data da posicao e o mes (AAAAMM) do movimento de perdas.
       77 DATA-POSICAO PIC 9(08).
       77 MES-POSICAO  PIC 9(06).

      * Faixas de atraso na ordem do EM02-01: 1 = 1-30, 2 = 31-60,
      * 3 = 61-90, 4 = 90+; quantidade, saldo, percentual e provisao.
       77 IDX-FX PIC 9(01).
       01 TAB-FAIXAS.
           02 FX-OCORR OCCURS 4 TIMES.
              03 FX-QTD   PIC 9(05).
              03 FX-SALDO PIC 9(11)V9(02).
              03 FX-PERC  PIC 9(03)V9(02).
              03 FX-PROV  PIC 9(11)V9(02).
       01 TAB-NOMES-FX.
           02 FILLER PIC X(09) VALUE "1-30".
           02 FILLER PIC X(09) VALUE "31-60".
           02 FILLER PIC X(09) VALUE "61-90".
           02 FILLER PIC X(09) VALUE "90+".
       01 TAB-NOMES-FX-R REDEFINES TAB-NOMES-FX.
           02 FX-NOME PIC X(09) OCCURS 4 TIMES.

      * Totais da provisao e do movimento de perdas.
       77 TOT-QTD        PIC 9(05) VALUE ZEROES.
       77 TOT-SALDO      PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-PROV       PIC 9(11)V9(02) VALUE ZEROES.
       77 CT-BAIX-MES    PIC 9(05) VALUE ZEROES.
       77 VAL-BAIX-MES   PIC 9(11)V9(02) VALUE ZEROES.
       77 CT-RECUP-MES   PIC 9(05) VALUE ZEROES.
       77 VAL-RECUP-MES  PIC 9(11)V9(02) VALUE ZEROES.
       77 CT-ESTOQUE     PIC 9(05) VALUE ZEROES.
       77 VAL-ESTOQUE    PIC 9(11)V9(02) VALUE ZEROES.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
          02 FILLER  PIC X(70) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 99.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(31) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(32) VALUE SPACES.

       01 CAB-03.
          02 FILLER  PIC X(12) VALUE SPACES.
          02 FILLER  PIC X(46) VALUE
              "PROVISAO PARA DEVEDORES DUVIDOSOS - POSICAO EM".
          02 FILLER  PIC X(01) VALUE SPACES.
          02 VAR-DIA PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 VAR-MES PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 VAR-ANO PIC 9999.
          02 FILLER  PIC X(11) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(40) VALUE
              "   FAIXA       SOCIOS   SALDO EM ATRASO ".
          02 FILLER PIC X(40) VALUE
              "   PERDA %          PROVISAO".

       01 DETALHE.
          02 FILLER      PIC X(03) VALUE SPACES.
          02 FAIXA-DET   PIC X(09).
          02 FILLER      PIC X(03) VALUE SPACES.
          02 QTD-DET     PIC ZZ.ZZ9.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 SALDO-DET   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(05) VALUE SPACES.
          02 PERC-DET    PIC ZZ9,99.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 PROV-DET    PIC ZZZZZ.ZZZ.ZZ9,99.

       01 LIN-TOTAL.
          02 FILLER      PIC X(03) VALUE SPACES.
          02 FILLER      PIC X(12) VALUE "TOTAL".
          02 QTD-TOT     PIC ZZ.ZZ9.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 SALDO-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(13) VALUE SPACES.
          02 PROV-TOT    PIC ZZZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-01.
          02 FILLER PIC X(40) VALUE
              "MOVIMENTO DE PERDAS NO MES              ".

       01 CAB-TOT-02.
          02 FILLER       PIC X(32) VALUE
              "DIVIDAS BAIXADAS NO MES.......: ".
          02 VAR-QTD-02   PIC ZZ.ZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 VAR-VAL-02   PIC ZZZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-03.
          02 FILLER       PIC X(32) VALUE
              "DIVIDAS RECUPERADAS NO MES....: ".
          02 VAR-QTD-03   PIC ZZ.ZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 VAR-VAL-03   PIC ZZZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-04.
          02 FILLER       PIC X(32) VALUE
              "BAIXADAS AINDA NAO RECUPERADAS: ".
          02 VAR-QTD-04   PIC ZZ.ZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 VAR-VAL-04   PIC ZZZZZ.ZZZ.ZZ9,99.

       01 CAB-ASSINA.
          02 FILLER PIC X(60) VALUE
              "CONFERIDO POR: __________________   DATA: ___/___/____".

       PROCEDURE DIVISION.

       PGM-EM02-45.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM CALCULA-PROVISAO.
       PERFORM MOVIMENTO-PERDAS.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-45" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-POSICAO.
            MOVE FUNCTION CURRENT-DATE (1:6)  TO MES-POSICAO.
            PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 4
                MOVE ZEROES TO FX-QTD (IDX-FX)
                MOVE ZEROES TO FX-SALDO (IDX-FX)
                MOVE ZEROES TO FX-PROV (IDX-FX)
            END-PERFORM.
            PERFORM LE-PARAMETROS.
            OPEN INPUT ARQATRA.
            IF WS-ATRA-STATUS NOT EQUAL "00"
                DISPLAY "EM02-45: ERRO AO ABRIR ARQATRA, STATUS "
                    WS-ATRA-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            ELSE
                DISPLAY "EM02-45: PERDAS.DAT AUSENTE (STATUS "
                    WS-PERD-STATUS "), RELATORIO SEM O MOVIMENTO "
                    "DE PERDAS"
            END-IF.
            OPEN OUTPUT RELPDD.
            PERFORM LEITURA.

      * Percentuais aprovados pela contabilidade; sem PARAPDD.DAT,
      * ou com percentual invalido (nao numerico ou acima de 100),
      * a faixa fica com o padrao.
       LE-PARAMETROS.
           MOVE 5   TO FX-PERC (1).
           MOVE 25  TO FX-PERC (2).
           MOVE 50  TO FX-PERC (3).
           MOVE 100 TO FX-PERC (4).
           OPEN INPUT PARAPDD.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAPDD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-PERC-30 NUMERIC AND
                          PARAM-PERC-30 NOT GREATER THAN 100
                           MOVE PARAM-PERC-30 TO FX-PERC (1)
                       END-IF
                       IF PARAM-PERC-60 NUMERIC AND
                          PARAM-PERC-60 NOT GREATER THAN 100
                           MOVE PARAM-PERC-60 TO FX-PERC (2)
                       END-IF
                       IF PARAM-PERC-6190 NUMERIC AND
                          PARAM-PERC-6190 NOT GREATER THAN 100
                           MOVE PARAM-PERC-6190 TO FX-PERC (3)
                       END-IF
                       IF PARAM-PERC-90 NUMERIC AND
                          PARAM-PERC-90 NOT GREATER THAN 100
                           MOVE PARAM-PERC-90 TO FX-PERC (4)
                       END-IF
               END-READ
               CLOSE PARAPDD
           END-IF.

       LEITURA.
           READ ARQATRA
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * A faixa vem dos dias de atraso, com os mesmos limites do
      * EM02-01, e nao do texto de ATR-FAIXA.
       PRINCIPAL.
           IF ATR-DIAS NOT GREATER THAN 30
               MOVE 1 TO IDX-FX
           ELSE
               IF ATR-DIAS NOT GREATER THAN 60
                   MOVE 2 TO IDX-FX
               ELSE
                   IF ATR-DIAS NOT GREATER THAN 90
                       MOVE 3 TO IDX-FX
                   ELSE
                       MOVE 4 TO IDX-FX
                   END-IF
               END-IF
           END-IF.
           ADD 1         TO FX-QTD (IDX-FX).
           ADD ATR-AJUST TO FX-SALDO (IDX-FX).
           PERFORM LEITURA.

       CALCULA-PROVISAO.
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 4
               COMPUTE FX-PROV (IDX-FX) ROUNDED =
                   FX-SALDO (IDX-FX) * FX-PERC (IDX-FX) / 100
               ADD FX-QTD (IDX-FX)   TO TOT-QTD
               ADD FX-SALDO (IDX-FX) TO TOT-SALDO
               ADD FX-PROV (IDX-FX)  TO TOT-PROV
           END-PERFORM.

      * Passa o arquivo de perdas inteiro: baixadas e recuperadas
      * no mes da posicao, e o estoque ainda baixado.
       MOVIMENTO-PERDAS.
           IF TEM-PERDAS EQUAL "S"
               MOVE ZEROES TO PRD-NUM-SOCIO
               MOVE "NAO" TO FIM-AUX
               START PERDAS KEY NOT LESS THAN PRD-NUM-SOCIO
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ PERDAS NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END PERFORM SOMA-PERDA
                   END-READ
               END-PERFORM
           END-IF.

       SOMA-PERDA.
           ADD 1 TO CT-LIDOS.
           IF PRD-DATA-BAIXA (1:6) EQUAL MES-POSICAO
               ADD 1         TO CT-BAIX-MES
               ADD PRD-VALOR TO VAL-BAIX-MES
           END-IF.
           IF PRD-RECUPERADA AND
              PRD-DATA-RECUP (1:6) EQUAL MES-POSICAO
               ADD 1               TO CT-RECUP-MES
               ADD PRD-VALOR-RECUP TO VAL-RECUP-MES
           END-IF.
           IF PRD-BAIXADA
               ADD 1         TO CT-ESTOQUE
               ADD PRD-VALOR TO VAL-ESTOQUE
           END-IF.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-POSICAO (7:2) TO VAR-DIA.
           MOVE DATA-POSICAO (5:2) TO VAR-MES.
           MOVE DATA-POSICAO (1:4) TO VAR-ANO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.

      * Relatorio de uma pagina so: as quatro faixas, o total e o
      * movimento de perdas do mes.
       TERMINO.
           PERFORM CABECALHO.
           PERFORM VARYING IDX-FX FROM 1 BY 1 UNTIL IDX-FX > 4
               MOVE FX-NOME (IDX-FX)  TO FAIXA-DET
               MOVE FX-QTD (IDX-FX)   TO QTD-DET
               MOVE FX-SALDO (IDX-FX) TO SALDO-DET
               MOVE FX-PERC (IDX-FX)  TO PERC-DET
               MOVE FX-PROV (IDX-FX)  TO PROV-DET
               WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE
               ADD 1 TO CT-GRAVADOS
           END-PERFORM.
           MOVE TOT-QTD   TO QTD-TOT.
           MOVE TOT-SALDO TO SALDO-TOT.
           MOVE TOT-PROV  TO PROV-TOT.
           WRITE REG-REL FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE CT-BAIX-MES   TO VAR-QTD-02.
           MOVE VAL-BAIX-MES  TO VAR-VAL-02.
           MOVE CT-RECUP-MES  TO VAR-QTD-03.
           MOVE VAL-RECUP-MES TO VAR-VAL-03.
           MOVE CT-ESTOQUE    TO VAR-QTD-04.
           MOVE VAL-ESTOQUE   TO VAR-VAL-04.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ASSINA AFTER ADVANCING 3 LINES.
           CLOSE ARQATRA RELPDD.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY RUNLOG-P.
