       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-60.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       VERIFICACAO DE REINICIO DA NOITE: antes de
      *               retomar uma cadeia noturna interrompida no step
      *               que falhou, le os steps ja concluidos no
      *               NIGHTSTP e confere que as saidas deles continuam
      *               intactas, recontando os arquivos contra os
      *               totais gravados no RUNLOG pelo proprio step
      *               (CADSOC2 + ARQATRA contra os lidos do EM02-01,
      *               ARQREP contra os gravados do EM02-05, CADOK +
      *               REJCLI contra os lidos do EX06, como no
      *               batimento do EM02-19). Imprime a pagina de
      *               reinicio (RELREIN) com o step de retomada e
      *               termina com RC 8 em NO-GO. No GO anexa o
      *               registro "R" ao NIGHTSTP, marca a cadeia como
      *               em execucao no NIGHTRUN e registra o reinicio
      *               no RUNLOG, de onde o EM02-16 o mostra no resumo
      *               da noite. Se o NIGHTSTP ou o NIGHTRUN nao
      *               puderem ser gravados, o motivo sai no RELREIN e
      *               a verificacao termina em NO-GO com RC 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIGHTSTP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STP-STATUS.
      * Marcador de execucao da noite (o mesmo do EM02-17).
           SELECT NIGHTRUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NRUN-STATUS.
           SELECT CADSOC2 ASSIGN TO "CADSOC2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUM-SOCIO2
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT ARQREP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT REJCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT RELREIN ASSIGN TO DISK.
      * Log de auditoria da execucao: lido para apurar os totais dos
      * steps concluidos e, como nos demais, recebe a linha desta
      * execucao ao final.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Situacao dos steps da partida interrompida.
       FD NIGHTSTP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NIGHTSTP.DAT".

       01 REG-STP.
           COPY STPREC.

       FD NIGHTRUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NIGHTRUN.DAT".

       01 REG-NRUN.
           02 NRUN-STATUS    PIC X(01).
           02 NRUN-DATA-HORA PIC 9(14).

       FD CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".

       01 REG-SAI.
           02 NUM-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2    PIC X(30).
           02 VALOR-PAG2     PIC 9(09)V9(02).

       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

       01 REG-ATRA PIC X(95).

       FD ARQREP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQREP.DAT".

       01 REG-REP PIC X(120).

       FD CADOK
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOK.DAT".

       01 REG-OK PIC X(130).

       FD REJCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJCLI.DAT".

       01 REG-REJ PIC X(170).

       FD RELREIN
          LABEL RECORD IS OMITTED.

       01 REG-REIN PIC X(90).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 WS-STP-STATUS  PIC X(02).
       77 WS-NRUN-STATUS PIC X(02).
       77 WS-ARQ-STATUS  PIC X(02).

      * Steps da cadeia na ordem de execucao: programa e nome do step
      * no EM02NGHT.JCL (o RESTART= do reenvio do job).
       01 TAB-STEPS-VAL.
           02 FILLER PIC X(16) VALUE "EM02-17 STEP005 ".
           02 FILLER PIC X(16) VALUE "EM02-01 STEP010 ".
           02 FILLER PIC X(16) VALUE "EM02-02 STEP020 ".
           02 FILLER PIC X(16) VALUE "EM02-05 STEP030 ".
           02 FILLER PIC X(16) VALUE "EX06    STEP040 ".
           02 FILLER PIC X(16) VALUE "EM02-19 STEP045 ".
           02 FILLER PIC X(16) VALUE "EM02-16 STEP050 ".
       01 TAB-STEPS REDEFINES TAB-STEPS-VAL.
           02 STEP-OCORR OCCURS 7 TIMES.
              03 STEP-PROG PIC X(08).
              03 STEP-JCL  PIC X(08).
       77 QTD-STEPS PIC 9(01) VALUE 7.
       77 IDX-STEP  PIC 9(01).
       77 POS-STEP  PIC 9(01).

      * Situacao de cada step apurada do NIGHTSTP.
       01 TAB-SIT-STEPS.
           02 SIT-OCORR OCCURS 7 TIMES.
              03 SIT-CONCLUIDO  PIC X(01).
              03 SIT-DATA-HORA  PIC X(14).
       77 POS-REINICIO  PIC 9(01) VALUE ZEROES.
       77 QTD-CONCLUIDOS PIC 9(01) VALUE ZEROES.
       77 QTD-REINICIOS PIC 9(02) VALUE ZEROES.

      * Ultimos totais de cada step produtor apurados do RUNLOG.
       77 TEM-EM0201 PIC X(01) VALUE "N".
       77 LIDOS-EM0201    PIC 9(07) VALUE ZEROES.
       77 TEM-EM0205 PIC X(01) VALUE "N".
       77 GRAVADOS-EM0205 PIC 9(07) VALUE ZEROES.
       77 TEM-EX06   PIC X(01) VALUE "N".
       77 LIDOS-EX06      PIC 9(07) VALUE ZEROES.
       77 GRAVADOS-EX06   PIC 9(07) VALUE ZEROES.

      * Contagens fisicas recontadas nesta execucao.
       77 QTD-ARQ     PIC 9(07) VALUE ZEROES.
       77 ARQ-ABRIU   PIC X(01).
       77 QTD-CADSOC2 PIC 9(07) VALUE ZEROES.
       77 QTD-ARQATRA PIC 9(07) VALUE ZEROES.
       77 QTD-ARQREP  PIC 9(07) VALUE ZEROES.
       77 QTD-CADOK   PIC 9(07) VALUE ZEROES.
       77 QTD-REJCLI  PIC 9(07) VALUE ZEROES.

       77 ESPERADO-W  PIC 9(08).
       77 NOGO        PIC X(01) VALUE "N".
      * "S" quando o GO nao conseguiu gravar o NIGHTSTP/NIGHTRUN.
       77 FALHA-REIN  PIC X(01) VALUE "N".
       77 STATUS-REIN PIC X(02).
       77 CARIMBO-W   PIC X(14).

       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

       01 CAB-01.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(34) VALUE
               "VERIFICACAO DE REINICIO DA NOITE  ".
           02 CAB-DATA.
              03 DD-CAB    PIC 99.
              03 FILLER    PIC X VALUE "/".
              03 MM-CAB    PIC 99.
              03 FILLER    PIC X VALUE "/".
              03 AAAA-CAB  PIC 9999.
           02 FILLER  PIC X(21) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(05) VALUE SPACES.
           02 FILLER  PIC X(09) VALUE "STEP".
           02 FILLER  PIC X(09) VALUE "PROGRAMA".
           02 FILLER  PIC X(20) VALUE "SITUACAO".
           02 FILLER  PIC X(14) VALUE "CONCLUIDO EM".

       01 LIN-STEP.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 JCL-STP     PIC X(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 PROG-STP    PIC X(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SIT-STP     PIC X(19).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 CONCL-STP.
              03 DD-STP   PIC XX.
              03 FILLER   PIC X VALUE "/".
              03 MM-STP   PIC XX.
              03 FILLER   PIC X VALUE " ".
              03 HH-STP   PIC XX.
              03 FILLER   PIC X VALUE ":".
              03 MI-STP   PIC XX.
              03 FILLER   PIC X VALUE ":".
              03 SS-STP   PIC XX.

       01 LIN-BATIMENTO.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 DESCR-BAT   PIC X(45).
           02 VALOR-1-BAT PIC Z.ZZZ.ZZ9.
           02 FILLER      PIC X(04) VALUE " x  ".
           02 VALOR-2-BAT PIC Z.ZZZ.ZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 RESULT-BAT  PIC X(08).

       01 LIN-SEM-JOB.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 JOB-SEM     PIC X(08).
           02 FILLER      PIC X(51) VALUE
               " concluido sem execucao no RUNLOG - nao conferivel".

       01 LIN-MOTIVO.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 MOTIVO-LIN  PIC X(75).

       01 LIN-GO.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(35) VALUE
               "GO - RETOMAR A CADEIA NO STEP      ".
           02 JCL-GO      PIC X(08).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(01) VALUE "(".
           02 PROG-GO     PIC X(08).
           02 FILLER      PIC X(01) VALUE ")".

       01 LIN-NOGO.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(46) VALUE
               "NO-GO - A CADEIA NAO PODE SER RETOMADA DO STEP".
           02 FILLER PIC X(13) VALUE " INTERROMPIDO".

       PROCEDURE DIVISION.

       PGM-EM02-60.
       PERFORM INICIO.
       PERFORM VERIFICA-EXECUCAO.
       PERFORM APURA-STEPS.
       PERFORM APURA-RUNLOG.
       PERFORM IMPRIME-STEPS.
       PERFORM CONFERE-SAIDAS.
       PERFORM FIM.
       STOP RUN.

       INICIO.
            MOVE "EM02-60" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM VARYING IDX-STEP FROM 1 BY 1
                    UNTIL IDX-STEP > QTD-STEPS
                MOVE "N"    TO SIT-CONCLUIDO (IDX-STEP)
                MOVE SPACES TO SIT-DATA-HORA (IDX-STEP)
            END-PERFORM.
            OPEN OUTPUT RELREIN.
            MOVE FUNCTION CURRENT-DATE (7:2) TO DD-CAB.
            MOVE FUNCTION CURRENT-DATE (5:2) TO MM-CAB.
            MOVE FUNCTION CURRENT-DATE (1:4) TO AAAA-CAB.
            WRITE REG-REIN FROM CAB-01 AFTER ADVANCING 1 LINE.
            MOVE SPACES TO REG-REIN.
            WRITE REG-REIN AFTER ADVANCING 1 LINE.

      * Marcador de execucao: so se retoma uma cadeia declarada
      * falhada ("F"). "E" e uma cadeia ainda rodando (ou que caiu
      * sem ser declarada falhada) e "C" uma noite ja concluida.
       VERIFICA-EXECUCAO.
           OPEN INPUT NIGHTRUN.
           IF WS-NRUN-STATUS EQUAL "00"
               READ NIGHTRUN
                   AT END
                       MOVE SPACES TO NRUN-STATUS
               END-READ
               CLOSE NIGHTRUN
           ELSE
               MOVE SPACES TO NRUN-STATUS
           END-IF.
           IF NRUN-STATUS EQUAL "E"
               MOVE "CADEIA EM EXECUCAO (NIGHTRUN E): DECLARAR FALHADA"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           END-IF.
           IF NRUN-STATUS EQUAL "C"
               MOVE "NOITE JA CONCLUIDA (NIGHTRUN C): NADA A RETOMAR"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           END-IF.

      * Steps concluidos da partida interrompida; o ponto de reinicio
      * e o primeiro step da cadeia sem registro "C".
       APURA-STEPS.
           OPEN INPUT NIGHTSTP.
           IF WS-STP-STATUS NOT EQUAL "00"
               MOVE "NIGHTSTP.DAT AUSENTE: RODAR A CADEIA DO INICIO"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ NIGHTSTP
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           PERFORM GUARDA-STEP
                   END-READ
               END-PERFORM
               CLOSE NIGHTSTP
           END-IF.
           PERFORM VARYING IDX-STEP FROM 1 BY 1
                   UNTIL IDX-STEP > QTD-STEPS OR POS-REINICIO > 0
               IF SIT-CONCLUIDO (IDX-STEP) EQUAL "S"
                   ADD 1 TO QTD-CONCLUIDOS
               ELSE
                   MOVE IDX-STEP TO POS-REINICIO
               END-IF
           END-PERFORM.
           IF POS-REINICIO EQUAL 0
               MOVE "TODOS OS STEPS JA CONCLUIDOS: NADA A RETOMAR"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           END-IF.
           IF POS-REINICIO EQUAL 1
               MOVE "EM02-17 NAO CONCLUIDO: RODAR A CADEIA DO INICIO"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           END-IF.

       GUARDA-STEP.
           IF STP-REINICIO
               ADD 1 TO QTD-REINICIOS
           END-IF.
           IF STP-CONCLUIDO
               MOVE 0 TO POS-STEP
               PERFORM VARYING IDX-STEP FROM 1 BY 1
                       UNTIL IDX-STEP > QTD-STEPS OR POS-STEP > 0
                   IF STEP-PROG (IDX-STEP) EQUAL STP-STEP
                       MOVE IDX-STEP TO POS-STEP
                   END-IF
               END-PERFORM
               IF POS-STEP GREATER THAN 0
                   MOVE "S" TO SIT-CONCLUIDO (POS-STEP)
                   MOVE STP-DATA-HORA TO SIT-DATA-HORA (POS-STEP)
               ELSE
                   DISPLAY "EM02-60: STEP " STP-STEP
                       " DESCONHECIDO NO NIGHTSTP, IGNORADO"
               END-IF
           END-IF.

      * Le o RUNLOG inteiro guardando os totais da ULTIMA execucao
      * de cada step produtor - a da partida interrompida.
       APURA-RUNLOG.
           OPEN INPUT RUNLOG.
           IF WS-RUNLOG-FSTATUS NOT EQUAL "00"
               MOVE "RUNLOG.DAT AUSENTE: SAIDAS NAO CONFERIVEIS"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ RUNLOG
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           PERFORM GUARDA-RUNLOG
                   END-READ
               END-PERFORM
               CLOSE RUNLOG
           END-IF.

       GUARDA-RUNLOG.
           IF RUNLOG-JOB EQUAL "EM02-01"
               MOVE "S" TO TEM-EM0201
               MOVE RUNLOG-LIDOS TO LIDOS-EM0201
           END-IF.
           IF RUNLOG-JOB EQUAL "EM02-05"
               MOVE "S" TO TEM-EM0205
               MOVE RUNLOG-GRAVADOS TO GRAVADOS-EM0205
           END-IF.
           IF RUNLOG-JOB EQUAL "EX06"
               MOVE "S" TO TEM-EX06
               MOVE RUNLOG-LIDOS    TO LIDOS-EX06
               MOVE RUNLOG-GRAVADOS TO GRAVADOS-EX06
           END-IF.

       IMPRIME-STEPS.
           WRITE REG-REIN FROM CAB-02 AFTER ADVANCING 1 LINE.
           PERFORM VARYING IDX-STEP FROM 1 BY 1
                   UNTIL IDX-STEP > QTD-STEPS
               MOVE STEP-JCL (IDX-STEP)  TO JCL-STP
               MOVE STEP-PROG (IDX-STEP) TO PROG-STP
               MOVE SPACES TO CONCL-STP
               IF SIT-CONCLUIDO (IDX-STEP) EQUAL "S"
                   MOVE "CONCLUIDO" TO SIT-STP
                   MOVE SIT-DATA-HORA (IDX-STEP) TO CARIMBO-W
                   IF CARIMBO-W NUMERIC
                       MOVE CARIMBO-W (7:2)  TO DD-STP
                       MOVE "/"              TO CONCL-STP (3:1)
                       MOVE CARIMBO-W (5:2)  TO MM-STP
                       MOVE CARIMBO-W (9:2)  TO HH-STP
                       MOVE ":"              TO CONCL-STP (9:1)
                       MOVE CARIMBO-W (11:2) TO MI-STP
                       MOVE ":"              TO CONCL-STP (12:1)
                       MOVE CARIMBO-W (13:2) TO SS-STP
                   END-IF
               ELSE
                   IF IDX-STEP EQUAL POS-REINICIO
                       MOVE "<< PONTO REINICIO" TO SIT-STP
                   ELSE
                       MOVE "A EXECUTAR" TO SIT-STP
                   END-IF
               END-IF
               WRITE REG-REIN FROM LIN-STEP AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO REG-REIN.
           WRITE REG-REIN AFTER ADVANCING 1 LINE.

      * Saidas dos steps concluidos: cada linha mostra o total do
      * RUNLOG contra a recontagem fisica e OK/DIVERGE; o EM02-02 e o
      * EM02-19 so geram relatorio e o EM02-17 nao grava arquivo.
       CONFERE-SAIDAS.
           IF SIT-CONCLUIDO (2) EQUAL "S"
               PERFORM CONFERE-EM0201
           END-IF.
           IF SIT-CONCLUIDO (4) EQUAL "S"
               PERFORM CONFERE-EM0205
           END-IF.
           IF SIT-CONCLUIDO (5) EQUAL "S"
               PERFORM CONFERE-EX06
           END-IF.

      * Lidos do EM02-01 contra CADSOC2 fisico + extrato ARQATRA (uma
      * linha por detalhe do RELSOCIO), o mesmo batimento do EM02-19.
       CONFERE-EM0201.
           IF TEM-EM0201 EQUAL "S"
               PERFORM CONTA-CADSOC2
               PERFORM CONTA-ARQATRA
               COMPUTE ESPERADO-W = QTD-CADSOC2 + QTD-ARQATRA
               MOVE "EM02-01 lidos x CADSOC2 + ARQATRA fisicos..:"
                   TO DESCR-BAT
               MOVE LIDOS-EM0201 TO VALOR-1-BAT
               MOVE ESPERADO-W   TO VALOR-2-BAT
               IF LIDOS-EM0201 EQUAL ESPERADO-W
                   MOVE "OK" TO RESULT-BAT
               ELSE
                   MOVE "DIVERGE" TO RESULT-BAT
                   MOVE "S" TO NOGO
               END-IF
               WRITE REG-REIN FROM LIN-BATIMENTO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-GRAVADOS
           ELSE
               MOVE "EM02-01" TO JOB-SEM
               WRITE REG-REIN FROM LIN-SEM-JOB AFTER ADVANCING 1 LINE
               MOVE "S" TO NOGO
           END-IF.

      * O EM02-05 soma nos gravados o ARQREP e as linhas de aprovados
      * do RELAPROV; o ARQREP tem de abrir e caber nesse total.
       CONFERE-EM0205.
           IF TEM-EM0205 EQUAL "S"
               PERFORM CONTA-ARQREP
               MOVE "EM02-05 gravados x ARQREP fisico (maximo)..:"
                   TO DESCR-BAT
               MOVE GRAVADOS-EM0205 TO VALOR-1-BAT
               MOVE QTD-ARQREP      TO VALOR-2-BAT
               IF QTD-ARQREP NOT GREATER THAN GRAVADOS-EM0205
                  AND ARQ-ABRIU EQUAL "S"
                   MOVE "OK" TO RESULT-BAT
               ELSE
                   MOVE "DIVERGE" TO RESULT-BAT
                   MOVE "S" TO NOGO
               END-IF
               WRITE REG-REIN FROM LIN-BATIMENTO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-GRAVADOS
           ELSE
               MOVE "EM02-05" TO JOB-SEM
               WRITE REG-REIN FROM LIN-SEM-JOB AFTER ADVANCING 1 LINE
               MOVE "S" TO NOGO
           END-IF.

       CONFERE-EX06.
           IF TEM-EX06 EQUAL "S"
               PERFORM CONTA-CADOK
               PERFORM CONTA-REJCLI
               COMPUTE ESPERADO-W = QTD-CADOK + QTD-REJCLI
               MOVE "EX06 lidos x CADOK + REJCLI fisicos........:"
                   TO DESCR-BAT
               MOVE LIDOS-EX06 TO VALOR-1-BAT
               MOVE ESPERADO-W TO VALOR-2-BAT
               IF LIDOS-EX06 EQUAL ESPERADO-W
                   MOVE "OK" TO RESULT-BAT
               ELSE
                   MOVE "DIVERGE" TO RESULT-BAT
                   MOVE "S" TO NOGO
               END-IF
               WRITE REG-REIN FROM LIN-BATIMENTO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-GRAVADOS
               MOVE "EX06 gravados x CADOK fisico..............:"
                   TO DESCR-BAT
               MOVE GRAVADOS-EX06 TO VALOR-1-BAT
               MOVE QTD-CADOK     TO VALOR-2-BAT
               IF GRAVADOS-EX06 EQUAL QTD-CADOK
                   MOVE "OK" TO RESULT-BAT
               ELSE
                   MOVE "DIVERGE" TO RESULT-BAT
                   MOVE "S" TO NOGO
               END-IF
               WRITE REG-REIN FROM LIN-BATIMENTO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-GRAVADOS
           ELSE
               MOVE "EX06" TO JOB-SEM
               WRITE REG-REIN FROM LIN-SEM-JOB AFTER ADVANCING 1 LINE
               MOVE "S" TO NOGO
           END-IF.

       CONTA-CADSOC2.
           OPEN INPUT CADSOC2.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADSOC2 NEXT
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END ADD 1 TO QTD-CADSOC2
                   END-READ
               END-PERFORM
               CLOSE CADSOC2
           ELSE
               DISPLAY "EM02-60: CADSOC2 NAO ABRE, STATUS "
                   WS-ARQ-STATUS
               MOVE "S" TO NOGO
           END-IF.

       CONTA-ARQATRA.
           OPEN INPUT ARQATRA.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ ARQATRA
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END ADD 1 TO QTD-ARQATRA
                   END-READ
               END-PERFORM
               CLOSE ARQATRA
           ELSE
               DISPLAY "EM02-60: ARQATRA NAO ABRE, STATUS "
                   WS-ARQ-STATUS
               MOVE "S" TO NOGO
           END-IF.

       CONTA-ARQREP.
           MOVE "N" TO ARQ-ABRIU.
           OPEN INPUT ARQREP.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "S" TO ARQ-ABRIU
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ ARQREP
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END ADD 1 TO QTD-ARQREP
                   END-READ
               END-PERFORM
               CLOSE ARQREP
           ELSE
               DISPLAY "EM02-60: ARQREP NAO ABRE, STATUS "
                   WS-ARQ-STATUS
           END-IF.

       CONTA-CADOK.
           OPEN INPUT CADOK.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADOK
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END ADD 1 TO QTD-CADOK
                   END-READ
               END-PERFORM
               CLOSE CADOK
           ELSE
               DISPLAY "EM02-60: CADOK NAO ABRE, STATUS "
                   WS-ARQ-STATUS
               MOVE "S" TO NOGO
           END-IF.

       CONTA-REJCLI.
           OPEN INPUT REJCLI.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ REJCLI
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END ADD 1 TO QTD-REJCLI
                   END-READ
               END-PERFORM
               CLOSE REJCLI
           ELSE
               DISPLAY "EM02-60: REJCLI NAO ABRE, STATUS "
                   WS-ARQ-STATUS
               MOVE "S" TO NOGO
           END-IF.

       REGISTRA-MOTIVO.
           WRITE REG-REIN FROM LIN-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MOTIVO-LIN.
           MOVE "S" TO NOGO.

      * No GO o reinicio e gravado antes da ultima linha do RELREIN:
      * se o NIGHTSTP ou o NIGHTRUN falhar, o motivo sai no relatorio
      * e a verificacao termina em NO-GO.
       FIM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           IF NOGO EQUAL "N"
               PERFORM GRAVA-REINICIO
           END-IF.
           MOVE SPACES TO REG-REIN.
           WRITE REG-REIN AFTER ADVANCING 1 LINE.
           IF NOGO EQUAL "S"
               WRITE REG-REIN FROM LIN-NOGO AFTER ADVANCING 1 LINE
           ELSE
               MOVE STEP-JCL (POS-REINICIO)  TO JCL-GO
               MOVE STEP-PROG (POS-REINICIO) TO PROG-GO
               WRITE REG-REIN FROM LIN-GO AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RELREIN.
      * Registra a verificacao no log de auditoria; o RC 8 impede a
      * retomada (em02night.sh) e o operador trata o RELREIN; o RC
      * 16 e a falha ao gravar o proprio reinicio.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.
           IF NOGO EQUAL "S"
               DISPLAY "EM02-60: NO-GO - VERIFIQUE O RELREIN"
               IF FALHA-REIN EQUAL "S"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "EM02-60: GO - RETOMAR NO STEP "
                   STEP-JCL (POS-REINICIO) " ("
                   STEP-PROG (POS-REINICIO) ")"
           END-IF.

      * GO: o registro "R" guarda no NIGHTSTP de onde a cadeia foi
      * retomada (mostrado no resumo do EM02-16) e o marcador volta a
      * "E", travando uma segunda partida enquanto a retomada roda.
      * NIGHTSTP sumido desde a apuracao tem o tratamento do
      * APURA-STEPS. Se so o NIGHTRUN falhar, o "R" ja gravado conta
      * uma tentativa de retomada no resumo, sem retomada.
       GRAVA-REINICIO.
           MOVE SPACES TO MOTIVO-LIN.
           OPEN EXTEND NIGHTSTP.
           IF WS-STP-STATUS EQUAL "35"
               MOVE "NIGHTSTP.DAT AUSENTE: RODAR A CADEIA DO INICIO"
                   TO MOTIVO-LIN
               PERFORM REGISTRA-MOTIVO
           ELSE
               IF WS-STP-STATUS NOT EQUAL "00"
                   MOVE WS-STP-STATUS TO STATUS-REIN
                   STRING "ERRO AO ABRIR NIGHTSTP.DAT, STATUS "
                       STATUS-REIN ": REINICIO NAO GRAVADO"
                       DELIMITED BY SIZE INTO MOTIVO-LIN
                   PERFORM FALHA-REINICIO
               ELSE
                   MOVE SPACES TO REG-STP
                   MOVE "R" TO STP-TIPO
                   MOVE STEP-PROG (POS-REINICIO) TO STP-STEP
                   MOVE WS-RUNLOG-FIM TO STP-DATA-HORA
                   WRITE REG-STP
                   MOVE WS-STP-STATUS TO STATUS-REIN
                   CLOSE NIGHTSTP
                   IF STATUS-REIN NOT EQUAL "00"
                       STRING "ERRO AO GRAVAR NIGHTSTP.DAT, STATUS "
                           STATUS-REIN ": REINICIO NAO GRAVADO"
                           DELIMITED BY SIZE INTO MOTIVO-LIN
                       PERFORM FALHA-REINICIO
                   ELSE
                       PERFORM GRAVA-NIGHTRUN
                   END-IF
               END-IF
           END-IF.

       GRAVA-NIGHTRUN.
           MOVE SPACES TO MOTIVO-LIN.
           OPEN OUTPUT NIGHTRUN.
           IF WS-NRUN-STATUS NOT EQUAL "00"
               MOVE WS-NRUN-STATUS TO STATUS-REIN
               STRING "ERRO AO ABRIR NIGHTRUN.DAT, STATUS "
                   STATUS-REIN ": CADEIA NAO MARCADA EM EXECUCAO"
                   DELIMITED BY SIZE INTO MOTIVO-LIN
               PERFORM FALHA-REINICIO
           ELSE
               MOVE "E" TO NRUN-STATUS
               MOVE WS-RUNLOG-FIM TO NRUN-DATA-HORA
               WRITE REG-NRUN
               MOVE WS-NRUN-STATUS TO STATUS-REIN
               CLOSE NIGHTRUN
               IF STATUS-REIN NOT EQUAL "00"
                   STRING "ERRO AO GRAVAR NIGHTRUN.DAT, STATUS "
                       STATUS-REIN ": CADEIA NAO MARCADA EM EXECUCAO"
                       DELIMITED BY SIZE INTO MOTIVO-LIN
                   PERFORM FALHA-REINICIO
               END-IF
           END-IF.

       FALHA-REINICIO.
           DISPLAY "EM02-60: " MOTIVO-LIN.
           MOVE "S" TO FALHA-REIN.
           PERFORM REGISTRA-MOTIVO.

       COPY RUNLOG-P.
