      *               comparando os lidos com a execucao anterior do
      *               mesmo job - uma queda brusca em CT-LIDOS e como
      *               normalmente se descobre um arquivo de entrada
      *               truncado, dois dias tarde demais. Quando a
      *               cadeia foi retomada no meio (EM02-60), o resumo
      *               lista cada reinicio registrado no NIGHTSTP com o
      *               step de retomada e a hora.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARAOPS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Situacao dos steps da noite, para mostrar os reinicios.
           SELECT NIGHTSTP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STP-STATUS.
      * Log de auditoria da execucao: este programa le o RUNLOG para
      * montar o resumo e, como os demais, registra a propria
      * execucao nele ao final.

       COPY RUNLOG-D.

       FD NIGHTSTP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NIGHTSTP.DAT".

       01 REG-STP.
           COPY STPREC.

       FD RELOPS
          LABEL RECORD IS OMITTED.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 WS-PARAM-STATUS   PIC X(02).
       77 WS-STP-STATUS     PIC X(02).

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 ALERTA-DET  PIC X(08) VALUE SPACES.

       01 LIN-REINICIO.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(34) VALUE
               "REINICIO: cadeia retomada no step ".
           02 STEP-REI    PIC X(08).
           02 FILLER      PIC X(04) VALUE " em ".
           02 DATA-REI.
              03 DD-REI   PIC XX.
              03 FILLER   PIC X VALUE "/".
              03 MM-REI   PIC XX.
              03 FILLER   PIC X VALUE " ".
              03 HH-REI   PIC XX.
              03 FILLER   PIC X VALUE ":".
              03 MI-REI   PIC XX.
              03 FILLER   PIC X VALUE ":".
              03 SS-REI   PIC XX.

       01 LIN-SEM-ANT.
           02 FILLER      PIC X(66) VALUE SPACES.
           02 FILLER      PIC X(14) VALUE "sem exec. ant.".
                   UNTIL IDX-JOB > QTD-JOBS
               PERFORM IMPRIME-JOB
           END-PERFORM.
           PERFORM IMPRIME-REINICIOS.

      * Reinicios da noite: o NIGHTSTP recomeca a cada partida do
      * inicio, entao todo registro "R" nele e desta noite. Sem o
      * arquivo nao ha o que mostrar.
       IMPRIME-REINICIOS.
           OPEN INPUT NIGHTSTP.
           IF WS-STP-STATUS EQUAL "00"
               MOVE SPACES TO REG-OPS
               WRITE REG-OPS AFTER ADVANCING 1 LINE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ NIGHTSTP
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF STP-REINICIO
                               MOVE STP-STEP TO STEP-REI
                               MOVE STP-DATA-HORA (7:2)  TO DD-REI
                               MOVE STP-DATA-HORA (5:2)  TO MM-REI
                               MOVE STP-DATA-HORA (9:2)  TO HH-REI
                               MOVE STP-DATA-HORA (11:2) TO MI-REI
                               MOVE STP-DATA-HORA (13:2) TO SS-REI
                               WRITE REG-OPS FROM LIN-REINICIO
                                   AFTER ADVANCING 1 LINE
                               ADD 1 TO CT-GRAVADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NIGHTSTP
           END-IF.

       IMPRIME-JOB.
           MOVE JOB-NOME (IDX-JOB) TO JOB-DET.
