       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-41.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       FECHAMENTO MENSAL DO RAZAO DE PAGAMENTOS: fecha
      *               o mes informado em PARAFECH.DAT (zeros = mes
      *               anterior) gravando o registro de periodo
      *               fechado em FECHMES - dai em diante o EM02-03
      *               rejeita e o EM02-33 nao estorna movimento
      *               datado nele - e imprime o balancete dos socios:
      *               saldo de abertura (SALDFECH do fechamento
      *               anterior) + faturado (CADSOC1) + juros
      *               (ARQATRA) - pagamentos do mes (LEDGPAG) = saldo
      *               de fechamento, por socio e no total, apontando
      *               a divergencia contra o CADSOC2 (quitado com
      *               saldo no mes, ou pago e fora do CADSOC2). O
      *               saldo de fechamento vira a abertura do mes
      *               seguinte. Os juros do extrato sao acumulados
      *               da divida; o balancete lanca so o aumento desde
      *               o fechamento anterior. O lancamento da baixa por
      *               perda do EM02-44 (codigo do PARABAIX) nao e
      *               pagamento. A execucao que morre antes de gravar
      *               o FECHMES pode ser repetida: o socio ja
      *               balanceado nela volta a abertura guardada no
      *               SALDFECH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOC1-STATUS.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT CADSOC2 ASSIGN TO "CADSOC2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-SOCIO2
           FILE STATUS IS WS-FILE-STATUS.
      * Saldo de fechamento por socio, abertura do mes seguinte.
           SELECT SALDFECH ASSIGN TO "SALDFECH.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLD-NUM-SOCIO
           FILE STATUS IS WS-SLD-STATUS.
           SELECT PARAFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Codigo de pagamento da baixa por perda (EM02-44), que nao e
      * pagamento do socio.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIX-STATUS.
           SELECT RELFECH ASSIGN TO DISK.
      * Periodos fechados.
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Mes a fechar (AAAAMM; zeros = mes anterior ao corrente).
       FD PARAFECH
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAFECH.DAT".

       01 REG-PARAFECH.
          02 PARAM-MES-FECH PIC 9(06).

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-ENT.
           02 COD-PAG       PIC 9(02).
           02 NUM-SOCIO1    PIC 9(06).
           02 NOME-SOCIO1   PIC X(30).
           02 VALOR-PAG1    PIC 9(09)V9(02).
           02 DIAS-ATRASO   PIC 9(03).

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

       01 REG-ATRA.
           COPY ATRREC.

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

       FD CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".

       01 REG-SAI.
           02 NUM-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2    PIC X(30).
           02 VALOR-PAG2     PIC 9(09)V9(02).

      * Saldo de fechamento, layout compartilhado em SLDREC.
       FD SALDFECH
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDFECH.DAT".

       01 REG-SLD.
           COPY SLDREC.

       FD RELFECH
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(110).

      * Periodos fechados.
       COPY FECHMES-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 FIM-RAZAO  PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-SOC1-STATUS  PIC X(02).
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-FILE-STATUS  PIC X(02).
       77 WS-SLD-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-BAIX-STATUS  PIC X(02).
       77 TEM-LEDGER      PIC X(01) VALUE "N".

      * Codigo de pagamento da baixa por perda (padrao 98 quando
      * PARABAIX.DAT nao existe, como no EM02-44).
       77 COD-BAIXA       PIC 9(02) VALUE 98.
       77 TEM-CADSOC2     PIC X(01) VALUE "N".

      * Mes a fechar e os limites AAAAMMDD dele na chave do razao.
       77 MES-FECH     PIC 9(06) VALUE ZEROES.
       77 MES-CORRENTE PIC 9(06).
       77 DATA-REF-INI PIC 9(08).
       77 DATA-REF-FIM PIC 9(08).

      * Ultimo mes ja fechado.
       COPY FECHMES-W.

      * Juros do extrato de atrasados em memoria, por socio.
       77 QTD-ATRA-TAB PIC 9(04) VALUE ZEROES.
       77 IDX-ATRA     PIC 9(04).
       01 TAB-ATRASADOS.
           02 TAB-ATRA-OCORR OCCURS 5000 TIMES.
              03 TAB-ATRA-NUM   PIC 9(06).
              03 TAB-ATRA-JUROS PIC 9(09)V9(02).

      * Socio corrente do balancete.
       77 BAL-SOCIO    PIC 9(06).
       77 BAL-NOME     PIC X(30).
       77 BAL-ABERT    PIC S9(09)V9(02).
       77 BAL-FATUR    PIC 9(09)V9(02).
       77 BAL-JUROS    PIC 9(09)V9(02).
       77 BAL-PAGOS    PIC 9(09)V9(02).
       77 BAL-FECHA    PIC S9(09)V9(02).
       77 BAL-MES-ANT  PIC 9(06).
      * Juros acumulados do extrato hoje, os ja lancados ate o
      * fechamento anterior e o inicio desta execucao (gravado no
      * SALDFECH para separar o socio repetido no CADSOC1 do socio
      * ja balanceado por uma execucao anterior que nao terminou).
       77 JUROS-ACUM   PIC 9(09)V9(02).
       77 JUROS-LANC   PIC 9(09)V9(02).
       77 DATA-HORA-EXEC PIC 9(14).
       77 DEVIDO-MES   PIC S9(09)V9(02).
       77 TEM-SALDO    PIC X(01).
       77 DIVERGENCIA  PIC X(20).

      * Totais do balancete.
       77 CT-SOCIOS     PIC 9(05) VALUE ZEROES.
       77 CT-DIVERG     PIC 9(05) VALUE ZEROES.
       77 CT-SO-SALDO   PIC 9(05) VALUE ZEROES.
       77 TOT-ABERT     PIC S9(11)V9(02) VALUE ZEROES.
       77 TOT-FATUR     PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-JUROS     PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-PAGOS     PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-FECHA     PIC S9(11)V9(02) VALUE ZEROES.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
          02 FILLER  PIC X(100) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 99.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(46) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(47) VALUE SPACES.

       01 CAB-03.
          02 FILLER  PIC X(33) VALUE SPACES.
          02 FILLER  PIC X(36) VALUE
              "BALANCETE DOS SOCIOS - FECHAMENTO ".
          02 VAR-MES PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 VAR-ANO PIC 9999.
          02 FILLER  PIC X(34) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(55) VALUE
              " SOCIO         ABERTURA       FATURADO          JUROS".
          02 FILLER PIC X(55) VALUE
              "          PAGOS     FECHAMENTO  DIVERGENCIA".

       01 DETALHE.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NUM-DET     PIC 9(06).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 ABERT-DET   PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FATUR-DET   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 JUROS-DET   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 PAGOS-DET   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FECHA-DET   PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 DIVERG-DET  PIC X(20).

       01 LIN-TOTAL.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FILLER      PIC X(06) VALUE "TOTAL ".
          02 ABERT-TOT   PIC -ZZZZ.ZZZ.ZZ9,99.
          02 FATUR-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 JUROS-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 PAGOS-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 FECHA-TOT   PIC -ZZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-01.
          02 FILLER PIC X(40) VALUE
              "TOTAIS DE CONTROLE DO FECHAMENTO        ".

       01 CAB-TOT-02.
          02 FILLER       PIC X(32) VALUE
              "SOCIOS NO BALANCETE...........: ".
          02 VAR-SOCIOS   PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER       PIC X(32) VALUE
              "SALDO ANTERIOR, FORA CADSOC1..: ".
          02 VAR-SO-SALDO PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER       PIC X(32) VALUE
              "DIVERGENCIAS CONTRA O CADSOC2.: ".
          02 VAR-DIVERG   PIC ZZ.ZZ9.

       01 CAB-ASSINA.
          02 FILLER PIC X(60) VALUE
              "CONFERIDO POR: __________________   DATA: ___/___/____".

       PROCEDURE DIVISION.

       PGM-EM02-41.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM SALDOS-FORA-CADSOC1.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-41" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:6)  TO MES-CORRENTE.
            MOVE WS-RUNLOG-INICIO TO DATA-HORA-EXEC.
            PERFORM LE-PARAMETROS.
            PERFORM LE-FECHMES.
      * Mes ja fechado nao fecha de novo: o saldo de abertura do
      * SALDFECH ja foi substituido pelo fechamento dele.
            IF MES-FECH NOT GREATER THAN MES-FECHADO
                DISPLAY "EM02-41: MES " MES-FECH " JA FECHADO "
                    "(ULTIMO FECHADO " MES-FECHADO "), EXECUCAO "
                    "ABORTADA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF MES-FECH GREATER THAN MES-CORRENTE
                DISPLAY "EM02-41: MES " MES-FECH " AINDA NAO "
                    "COMECOU, EXECUCAO ABORTADA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE DATA-REF-INI = MES-FECH * 100.
            COMPUTE DATA-REF-FIM = MES-FECH * 100 + 99.
            PERFORM CARREGA-ATRASADOS.
            OPEN INPUT CADSOC1.
            IF WS-SOC1-STATUS NOT EQUAL "00"
                DISPLAY "EM02-41: ERRO AO ABRIR CADSOC1, STATUS "
                    WS-SOC1-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT LEDGPAG.
            IF WS-LEDG-STATUS EQUAL "00"
                MOVE "S" TO TEM-LEDGER
            ELSE
                DISPLAY "EM02-41: LEDGPAG.DAT AUSENTE (STATUS "
                    WS-LEDG-STATUS "), BALANCETE SEM PAGAMENTOS"
            END-IF.
            OPEN INPUT CADSOC2.
            IF WS-FILE-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADSOC2
            ELSE
                DISPLAY "EM02-41: CADSOC2 NAO ABRE (STATUS "
                    WS-FILE-STATUS "), BALANCETE SEM A CONFERENCIA"
            END-IF.
      * O saldo de fechamento e permanente; no primeiro fechamento
      * e criado vazio (abertura zero para todos).
            OPEN I-O SALDFECH.
            IF WS-SLD-STATUS EQUAL "35"
                OPEN OUTPUT SALDFECH
                CLOSE SALDFECH
                OPEN I-O SALDFECH
            END-IF.
            IF WS-SLD-STATUS NOT EQUAL "00"
                DISPLAY "EM02-41: ERRO AO ABRIR SALDFECH, STATUS "
                    WS-SLD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RELFECH.
            PERFORM CABECALHO.
            PERFORM LEITURA.

      * Sem PARAFECH.DAT (ou com zeros) fecha o mes anterior ao
      * corrente - o caso normal, rodado no inicio do mes.
       LE-PARAMETROS.
           OPEN INPUT PARAFECH.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAFECH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-MES-FECH NUMERIC
                           MOVE PARAM-MES-FECH TO MES-FECH
                       END-IF
               END-READ
               CLOSE PARAFECH
           END-IF.
           IF MES-FECH EQUAL ZEROES
               IF MES-CORRENTE (5:2) EQUAL "01"
                   COMPUTE MES-FECH = MES-CORRENTE - 100 + 11
               ELSE
                   COMPUTE MES-FECH = MES-CORRENTE - 1
               END-IF
           END-IF.
           OPEN INPUT PARABAIX.
           IF WS-BAIX-STATUS EQUAL "00"
               READ PARABAIX
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-COD-BAIXA NUMERIC AND
                          PARAM-COD-BAIXA GREATER THAN ZEROES
                           MOVE PARAM-COD-BAIXA TO COD-BAIXA
                       END-IF
               END-READ
               CLOSE PARABAIX
           END-IF.

       CARREGA-ATRASADOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQATRA.
           IF WS-ATRA-STATUS NOT EQUAL "00"
               DISPLAY "EM02-41: ARQATRA.DAT AUSENTE (STATUS "
                   WS-ATRA-STATUS "), BALANCETE SEM JUROS"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ ARQATRA
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF QTD-ATRA-TAB LESS THAN 5000
                               ADD 1 TO QTD-ATRA-TAB
                               MOVE ATR-NUM-SOCIO
                                   TO TAB-ATRA-NUM (QTD-ATRA-TAB)
                               MOVE ATR-JUROS
                                   TO TAB-ATRA-JUROS (QTD-ATRA-TAB)
                           ELSE
      * Juros faltando desequilibrariam o balancete assinado;
      * melhor abortar.
                               DISPLAY "EM02-41: MAIS DE 5000 "
                                   "ATRASADOS EM ARQATRA, FECHAMENTO "
                                   "ABORTADO"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQATRA
           END-IF.

       LEITURA.
           READ CADSOC1
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * Um socio faturado no mes por vez.
       PRINCIPAL.
           MOVE NUM-SOCIO1  TO BAL-SOCIO.
           MOVE NOME-SOCIO1 TO BAL-NOME.
           MOVE VALOR-PAG1  TO BAL-FATUR.
           MOVE ZEROES TO JUROS-ACUM.
           PERFORM VARYING IDX-ATRA FROM 1 BY 1
                   UNTIL IDX-ATRA > QTD-ATRA-TAB
               IF TAB-ATRA-NUM (IDX-ATRA) EQUAL NUM-SOCIO1
                   ADD TAB-ATRA-JUROS (IDX-ATRA) TO JUROS-ACUM
               END-IF
           END-PERFORM.
           MOVE NUM-SOCIO1 TO SLD-NUM-SOCIO.
           READ SALDFECH
               INVALID KEY
                   MOVE "N" TO TEM-SALDO
                   MOVE ZEROES TO BAL-ABERT BAL-MES-ANT JUROS-LANC
               NOT INVALID KEY
                   MOVE "S" TO TEM-SALDO
                   PERFORM ABERTURA-SALDO
           END-READ.
      * Socio repetido no CADSOC1: o saldo ja foi fechado nesta
      * execucao.
           IF TEM-SALDO EQUAL "S" AND SLD-MES EQUAL MES-FECH AND
              SLD-DATA-HORA EQUAL DATA-HORA-EXEC
               DISPLAY "EM02-41: SOCIO " NUM-SOCIO1
                   " REPETIDO NO CADSOC1, IGNORADO NO BALANCETE"
           ELSE
      * Juros do mes: o que o extrato acumulou desde o fechamento
      * anterior. Socio fora do extrato nao tem mais divida em
      * atraso e o acumulado volta a zero; extrato com menos juros
      * que o ja lancado (divida nova) nao estorna nada.
               IF JUROS-ACUM GREATER THAN JUROS-LANC
                   COMPUTE BAL-JUROS = JUROS-ACUM - JUROS-LANC
               ELSE
                   MOVE ZEROES TO BAL-JUROS
               END-IF
               PERFORM BALANCEIA-SOCIO
           END-IF.
           PERFORM LEITURA.

      * Socios fora do CADSOC1 do mes (cancelados, suspensos) que
      * ainda tem saldo do fechamento anterior tambem entram no
      * balancete - so com abertura e pagamentos.
       SALDOS-FORA-CADSOC1.
           MOVE ZEROES TO SLD-NUM-SOCIO.
           MOVE "NAO" TO FIM-AUX.
           START SALDFECH KEY NOT LESS THAN SLD-NUM-SOCIO
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ SALDFECH NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF SLD-MES LESS THAN MES-FECH OR
                          SLD-DATA-HORA NOT EQUAL DATA-HORA-EXEC
                           PERFORM ABERTURA-SALDO
                           IF BAL-ABERT NOT EQUAL ZEROES
                               MOVE "S" TO TEM-SALDO
                               MOVE SLD-NUM-SOCIO TO BAL-SOCIO
                               MOVE SPACES        TO BAL-NOME
                               MOVE ZEROES TO BAL-FATUR
                               MOVE ZEROES TO BAL-JUROS
      * Fora do CADSOC1 os juros ja lancados seguem como estao.
                               MOVE JUROS-LANC TO JUROS-ACUM
                               ADD 1 TO CT-SO-SALDO
                               PERFORM BALANCEIA-SOCIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Abertura do socio a partir do SALDFECH lido: o saldo do
      * fechamento anterior ou, se o registro ja traz o mes que esta
      * sendo fechado (execucao anterior que nao chegou ao FECHMES),
      * a abertura guardada com ele. Registro gravado antes dos
      * campos de juros e abertura chega com eles zerados.
       ABERTURA-SALDO.
           IF SLD-JUROS-ACUM NOT NUMERIC
               MOVE ZEROES TO SLD-JUROS-ACUM
           END-IF.
           IF SLD-MES EQUAL MES-FECH AND SLD-MES-ANT NUMERIC AND
              SLD-SALDO-ANT NUMERIC AND SLD-JUROS-ANT NUMERIC
               MOVE SLD-MES-ANT   TO BAL-MES-ANT
               MOVE SLD-SALDO-ANT TO BAL-ABERT
               MOVE SLD-JUROS-ANT TO JUROS-LANC
           ELSE
               MOVE SLD-MES        TO BAL-MES-ANT
               MOVE SLD-SALDO      TO BAL-ABERT
               MOVE SLD-JUROS-ACUM TO JUROS-LANC
           END-IF.

      * Abertura + faturado + juros - pagos = fechamento; confere o
      * mes contra o CADSOC2 e grava o fechamento como abertura do
      * mes seguinte.
       BALANCEIA-SOCIO.
           PERFORM SOMA-PAGOS.
           COMPUTE BAL-FECHA = BAL-ABERT + BAL-FATUR + BAL-JUROS
               - BAL-PAGOS.
           PERFORM CONFERE-CADSOC2.
           MOVE BAL-SOCIO   TO SLD-NUM-SOCIO.
           MOVE MES-FECH    TO SLD-MES.
           MOVE BAL-FECHA   TO SLD-SALDO.
           MOVE JUROS-ACUM  TO SLD-JUROS-ACUM.
           MOVE BAL-MES-ANT TO SLD-MES-ANT.
           MOVE BAL-ABERT   TO SLD-SALDO-ANT.
           MOVE JUROS-LANC  TO SLD-JUROS-ANT.
           MOVE DATA-HORA-EXEC TO SLD-DATA-HORA.
           IF TEM-SALDO EQUAL "S"
               REWRITE REG-SLD
           ELSE
               WRITE REG-SLD
           END-IF.
           IF WS-SLD-STATUS NOT EQUAL "00"
               DISPLAY "EM02-41: ERRO AO GRAVAR SALDFECH, SOCIO "
                   BAL-SOCIO ", STATUS " WS-SLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-SOCIOS.
           ADD BAL-ABERT TO TOT-ABERT.
           ADD BAL-FATUR TO TOT-FATUR.
           ADD BAL-JUROS TO TOT-JUROS.
           ADD BAL-PAGOS TO TOT-PAGOS.
           ADD BAL-FECHA TO TOT-FECHA.
           PERFORM IMPDET.

      * Pagamentos do socio no mes fechado, pelo razao (mesmo
      * posicionamento por chave do extrato EM02-23). A baixa por
      * perda entra no razao sem que nada tenha sido pago: fica de
      * fora, como no EM02-38 e no EM02-61.
       SOMA-PAGOS.
           MOVE ZEROES TO BAL-PAGOS.
           IF TEM-LEDGER EQUAL "S"
               MOVE BAL-SOCIO    TO LED-NUM-SOCIO
               MOVE DATA-REF-INI TO LED-DATA
               MOVE ZEROES       TO LED-SEQ
               MOVE "NAO" TO FIM-RAZAO
               START LEDGPAG KEY NOT LESS THAN LED-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-RAZAO
               END-START
               PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
                   READ LEDGPAG NEXT
                       AT END MOVE "SIM" TO FIM-RAZAO
                       NOT AT END
                           IF LED-NUM-SOCIO NOT EQUAL BAL-SOCIO OR
                              LED-DATA GREATER THAN DATA-REF-FIM
                               MOVE "SIM" TO FIM-RAZAO
                           ELSE
                               IF LED-COD-PAG NOT EQUAL COD-BAIXA
                                   ADD LED-VALOR TO BAL-PAGOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * O CADSOC2 guarda quem esta quitado: quitado com faturado do
      * mes maior que o pago, ou faturado pago por inteiro e fora
      * do CADSOC2, e divergencia a explicar antes de assinar.
       CONFERE-CADSOC2.
           MOVE SPACES TO DIVERGENCIA.
           IF TEM-CADSOC2 EQUAL "S" AND BAL-FATUR GREATER THAN ZEROES
               COMPUTE DEVIDO-MES = BAL-FATUR - BAL-PAGOS
               MOVE BAL-SOCIO TO NUM-SOCIO2
               READ CADSOC2
                   INVALID KEY
                       IF DEVIDO-MES NOT GREATER THAN ZEROES
                           MOVE "PAGO E FORA CADSOC2" TO DIVERGENCIA
                       END-IF
                   NOT INVALID KEY
                       IF DEVIDO-MES GREATER THAN ZEROES
                           MOVE "QUITADO COM SALDO" TO DIVERGENCIA
                       END-IF
               END-READ
           END-IF.
           IF DIVERGENCIA NOT EQUAL SPACES
               ADD 1 TO CT-DIVERG
           END-IF.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE BAL-SOCIO   TO NUM-DET.
           MOVE BAL-ABERT   TO ABERT-DET.
           MOVE BAL-FATUR   TO FATUR-DET.
           MOVE BAL-JUROS   TO JUROS-DET.
           MOVE BAL-PAGOS   TO PAGOS-DET.
           MOVE BAL-FECHA   TO FECHA-DET.
           MOVE DIVERGENCIA TO DIVERG-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-FECH (5:2) TO VAR-MES.
           MOVE MES-FECH (1:4) TO VAR-ANO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Grava o registro de periodo fechado com os totais do
      * balancete; so depois dele o mes conta como fechado para o
      * EM02-03 e o EM02-33.
       GRAVA-FECHAMENTO.
           OPEN EXTEND FECHMES.
           IF WS-FECHMES-FSTATUS EQUAL "35"
               OPEN OUTPUT FECHMES
           END-IF.
           IF WS-FECHMES-FSTATUS NOT EQUAL "00"
               DISPLAY "EM02-41: ERRO AO ABRIR FECHMES, STATUS "
                   WS-FECHMES-FSTATUS ", MES NAO FECHADO"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE MES-FECH  TO FCH-MES
               MOVE FUNCTION CURRENT-DATE (1:14) TO FCH-DATA-HORA
               MOVE CT-SOCIOS TO FCH-QTD-SOCIOS
               MOVE TOT-ABERT TO FCH-TOT-ABERT
               MOVE TOT-FATUR TO FCH-TOT-FATUR
               MOVE TOT-JUROS TO FCH-TOT-JUROS
               MOVE TOT-PAGOS TO FCH-TOT-PAGOS
               MOVE TOT-FECHA TO FCH-TOT-FECHA
               MOVE CT-DIVERG TO FCH-QTD-DIVERG
               WRITE REG-FECHMES
               ADD 1 TO CT-GRAVADOS
               CLOSE FECHMES
           END-IF.

      * O rodape avanca 2+3+2+1x2+3 = 12 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 28.
       TERMINO.
           IF CT-LIN GREATER THAN 28
               PERFORM CABECALHO
           END-IF.
           MOVE TOT-ABERT TO ABERT-TOT.
           MOVE TOT-FATUR TO FATUR-TOT.
           MOVE TOT-JUROS TO JUROS-TOT.
           MOVE TOT-PAGOS TO PAGOS-TOT.
           MOVE TOT-FECHA TO FECHA-TOT.
           WRITE REG-REL FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE CT-SOCIOS   TO VAR-SOCIOS.
           MOVE CT-SO-SALDO TO VAR-SO-SALDO.
           MOVE CT-DIVERG   TO VAR-DIVERG.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ASSINA AFTER ADVANCING 3 LINES.
           PERFORM GRAVA-FECHAMENTO.
           IF CT-DIVERG GREATER THAN ZEROES
               DISPLAY "EM02-41: " CT-DIVERG " DIVERGENCIAS CONTRA "
                   "O CADSOC2, VER RELFECH ANTES DE ASSINAR"
           END-IF.
           CLOSE CADSOC1 SALDFECH RELFECH.
           IF TEM-LEDGER EQUAL "S"
               CLOSE LEDGPAG
           END-IF.
           IF TEM-CADSOC2 EQUAL "S"
               CLOSE CADSOC2
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY FECHMES-P.

       COPY RUNLOG-P.
