          SELECT PARALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARALU-STATUS.
      * Cadastro de turmas: TURMA do ARQALU fora dele e sinalizada
      * nos totais por turma (erro de digitacao virava turma
      * fantasma no relatorio).
          COPY TABTURMA-F.
      * req. 017: log de auditoria da execucao, compartilhado por
      * todos os programas do lote noturno.
          COPY RUNLOG-F.
       01 REG-PARALU.
          COPY PARALUR.

       COPY TABTURMA-D.

      * req. 017: log de auditoria da execucao.
       COPY RUNLOG-D.

       77 TAXA-APROV-M   PIC 999V99 VALUE ZEROES.
       77 TAXA-APROV-F   PIC 999V99 VALUE ZEROES.

      * Cadastro de turmas em memoria e contagem das turmas do
      * ARQALU que nao constam dele.
       COPY TABTURMA-W.
       77 CT-TUR-NAO-CAD PIC 9(02) VALUE ZEROES.

       01 CAB-01.

          02 FILLER  PIC X(25) VALUE SPACES.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 VAR-TUR-MEDIA PIC Z9,99.

      * Aviso logo abaixo da linha da turma que nao consta do
      * cadastro de turmas.
       01 LIN-TURMA-NC.
          02 FILLER        PIC X(11) VALUE SPACES.
          02 FILLER        PIC X(45) VALUE
              "*** TURMA NAO CADASTRADA - CONFERIR O ARQALU ".
          02 FILLER        PIC X(03) VALUE "***".

       PROCEDURE DIVISION.

       PGM-EM02-05.
            MOVE "EM02-05" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABTURMA.
            OPEN INPUT ARQALU
                 OUTPUT ARQREP
                        RELAPROV.
                   MOVE ZEROES TO VAR-TUR-MEDIA
               END-IF
               WRITE REG-ATR FROM CAB-TURMA AFTER ADVANCING 1 LINE
               IF QTD-TUR-REF GREATER THAN 0
                   MOVE TUR-COD (IDX-TUR) TO COD-TUR-BUSCA
                   PERFORM BUSCA-TURMA-REF
                   IF ACHOU-TUR-REF EQUAL "N"
                       WRITE REG-ATR FROM LIN-TURMA-NC
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO CT-TUR-NAO-CAD
                       DISPLAY "EM02-05: TURMA " TUR-COD (IDX-TUR)
                           " NAO CADASTRADA NA TABTURMA"
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE MEDIA-GERAL = (SOMA-NOTAS/TOTAL-APROV).
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABTURMA-P.

       COPY RUNLOG-P.

       RELATORIO-REPROVADOS.
