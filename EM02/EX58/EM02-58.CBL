       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-58.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       PROBATORIO E JUBILAMENTO: aplica ao historico
      *               escolar permanente (HISTALUN, anexado pelo
      *               fechamento EM02-29) as regras do conselho
      *               academico em PARJUBI.DAT - reprovacao repetida
      *               na mesma TURMA, total de reprovacoes e
      *               semestres seguidos em probatorio - e imprime
      *               uma carta de aviso por aluno em probatorio ou
      *               jubilado (RELCARTJ, uma pagina por aluno no
      *               molde do boletim EM02-27) e a lista do
      *               conselho (RELJUBI), so para os alunos que
      *               constam do ultimo fechamento do historico. As
      *               mesmas regras (JUBI-P) tiram o jubilado da
      *               semente do EM02-29.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Historico escolar permanente, gravado pelo EM02-29.
          SELECT HISTALUN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HIST-STATUS.
      * Limites das regras de jubilamento.
          COPY JUBI-F.
          SELECT RELCARTJ ASSIGN TO DISK.
          SELECT RELJUBI ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Historico escolar permanente, layout compartilhado em
      * HISALREC.
       FD HISTALUN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTALUN.DAT".

       01 REG-HIST.
          COPY HISALREC.

       COPY JUBI-D.

      * Cartas de aviso, uma pagina por aluno.
       FD RELCARTJ
          LABEL RECORD IS OMITTED.

       01 REG-CARTA PIC X(80).

      * Lista do conselho academico.
       FD RELJUBI
          LABEL RECORD IS OMITTED.

       01 REG-JUB PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 WS-HIST-STATUS PIC X(02).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 DATA-AVISO PIC 9(08).
       77 SIT-LISTA  PIC X(01).
      * Data do fechamento mais recente do HISTALUN: so quem tem
      * esse semestre como ultimo recebe carta e entra na lista.
       77 DATA-ULT-FECH PIC 9(08) VALUE ZEROES.
       77 DATA-ULT-ALU  PIC 9(08).

      * Regras, tabela do historico por aluno e resultado da
      * avaliacao.
       COPY JUBI-W.

      * Totais da lista.
       77 CT-PROBATORIO PIC 9(05) VALUE ZEROES.
       77 CT-JUBILADOS  PIC 9(05) VALUE ZEROES.
       77 CT-CARTAS     PIC 9(05) VALUE ZEROES.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Carta de aviso.
       01 CAB-CARTA.
          02 FILLER  PIC X(26) VALUE SPACES.
          02 FILLER  PIC X(27) VALUE "AVISO DE SITUACAO ACADEMICA".
          02 FILLER  PIC X(27) VALUE SPACES.

       01 LIN-ALUNO.
          02 FILLER         PIC X(05) VALUE SPACES.
          02 FILLER         PIC X(06) VALUE "Aluno ".
          02 MATRICULA-CAR  PIC X(08) VALUE "999999-9".
          02 FILLER         PIC X(03) VALUE " - ".
          02 NOME-CAR       PIC X(30).
          02 FILLER         PIC X(28) VALUE SPACES.

       01 LIN-DATA.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 FILLER     PIC X(23) VALUE "Data do aviso........: ".
          02 DATA-CAR.
             03 DD-CAR   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 MM-CAR   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 AAAA-CAR PIC 9999.
          02 FILLER     PIC X(42) VALUE SPACES.

       01 LIN-SITUACAO.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(23) VALUE "Situacao.............: ".
          02 SITUACAO-CAR PIC X(13).
          02 FILLER       PIC X(39) VALUE SPACES.

       01 LIN-MOTIVO.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(23) VALUE "Motivo...............: ".
          02 MOTIVO-CAR   PIC X(40).
          02 FILLER       PIC X(12) VALUE SPACES.

       01 LIN-TXT-PROB-1.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "O(A) aluno(a) encontra-se em regime probatorio. Nova".
       01 LIN-TXT-PROB-2.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "reprovacao nos proximos semestres pode levar ao".
       01 LIN-TXT-PROB-3.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "jubilamento, conforme as regras do conselho academico.".

       01 LIN-TXT-JUB-1.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "Comunicamos o jubilamento do(a) aluno(a) pelas".
       01 LIN-TXT-JUB-2.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "regras do conselho academico; sem rematricula no".
       01 LIN-TXT-JUB-3.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "proximo semestre. Recurso na secretaria em 10 dias.".

       01 CAB-REPROV.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(45) VALUE
              "Fechamento  Turma  Media  Situacao".

       01 LIN-REPROV.
          02 FILLER         PIC X(05) VALUE SPACES.
          02 DATA-REP.
             03 DD-REP   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 MM-REP   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 AAAA-REP PIC 9999.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 TURMA-REP      PIC X(05).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 MEDIA-REP      PIC Z9,99.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 SITUACAO-REP   PIC X(22).
          02 FILLER         PIC X(27) VALUE SPACES.

       01 LIN-TOT-REPROV.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(23) VALUE "Total de reprovacoes.: ".
          02 TOT-REP-CAR  PIC ZZ9.
          02 FILLER       PIC X(49) VALUE SPACES.

      * Lista do conselho.
       01 CAB-01.
          02 FILLER  PIC X(15) VALUE SPACES.
          02 FILLER  PIC X(45) VALUE
              "PROBATORIO E JUBILAMENTO - CONSELHO ACADEMICO".
          02 FILLER  PIC X(09) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 999.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-SECAO.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 TITULO-SEC  PIC X(30).

       01 CAB-COLUNAS.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(29) VALUE "MATRICULA NOME".
          02 FILLER PIC X(15) VALUE "SITUACAO  REPR".
          02 FILLER PIC X(06) VALUE "MOTIVO".

       01 DETALHE-JUB.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MATRICULA-JUB PIC X(08) VALUE "999999-9".
          02 FILLER        PIC X(02) VALUE SPACES.
          02 NOME-JUB      PIC X(18).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SITUACAO-JUB  PIC X(10).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 REPROV-JUB    PIC ZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MOTIVO-DET    PIC X(35).

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER       PIC X(24) VALUE "ALUNOS NO HISTORICO...: ".
          02 VAR-ALUNOS   PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER       PIC X(24) VALUE "EM PROBATORIO.........: ".
          02 VAR-PROB     PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER       PIC X(24) VALUE "JUBILADOS.............: ".
          02 VAR-JUB      PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER       PIC X(24) VALUE "CARTAS EMITIDAS.......: ".
          02 VAR-CARTAS   PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER       PIC X(24) VALUE "LIMITES: MESMA TURMA   ".
          02 VAR-LIM-TUR  PIC Z9.
          02 FILLER       PIC X(09) VALUE "  TOTAL  ".
          02 VAR-LIM-TOT  PIC Z9.
          02 FILLER       PIC X(21) VALUE "  PROBATORIO (REPR.) ".
          02 VAR-LIM-SEM  PIC Z9.
          02 FILLER       PIC X(12) VALUE "  SEGUIDOS  ".
          02 VAR-LIM-SEG  PIC Z9.

       PROCEDURE DIVISION.

       PGM-EM02-58.
       PERFORM INICIO.
       PERFORM EMITE-CARTAS.
       MOVE "J" TO SIT-LISTA.
       MOVE "ALUNOS JUBILADOS" TO TITULO-SEC.
       PERFORM LISTA-SITUACAO.
       MOVE "P" TO SIT-LISTA.
       MOVE "ALUNOS EM PROBATORIO" TO TITULO-SEC.
       PERFORM LISTA-SITUACAO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-58" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-AVISO.
            PERFORM LE-PARJUBI.
            PERFORM CARREGA-HIST-JUBI.
            IF WS-HIST-STATUS NOT EQUAL "00"
                DISPLAY "EM02-58: HISTALUN.DAT AUSENTE (STATUS "
                    WS-HIST-STATUS "), NADA A AVALIAR"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE QTD-ALU-JUB TO CT-LIDOS.
            PERFORM APURA-ULT-FECH.
            OPEN OUTPUT RELCARTJ
                        RELJUBI.

      * Aluno que saiu antes do ultimo fechamento (formado, evadido
      * ou ja jubilado) continua no historico, mas nao e avaliado
      * de novo: a situacao dele fica SIT-JUB "R" (regular), fora
      * das cartas e da lista.
       APURA-ULT-FECH.
           PERFORM VARYING IDX-ALU-JUB FROM 1 BY 1
                   UNTIL IDX-ALU-JUB > QTD-ALU-JUB
               MOVE IDX-ALU-JUB TO POS-ALU-JUB
               PERFORM DATA-ULT-ALUNO
               IF DATA-ULT-ALU GREATER THAN DATA-ULT-FECH
                   MOVE DATA-ULT-ALU TO DATA-ULT-FECH
               END-IF
           END-PERFORM.

       DATA-ULT-ALUNO.
           MOVE ZEROES TO DATA-ULT-ALU.
           IF AJB-QTD-SEM (POS-ALU-JUB) GREATER THAN 0
               MOVE AJB-SEM-DATA (POS-ALU-JUB,
                                  AJB-QTD-SEM (POS-ALU-JUB))
                   TO DATA-ULT-ALU
           END-IF.

       AVALIA-ALUNO.
           PERFORM DATA-ULT-ALUNO.
           IF DATA-ULT-ALU EQUAL DATA-ULT-FECH
               PERFORM AVALIA-JUBI
           ELSE
               MOVE "R"    TO SIT-JUB
               MOVE SPACES TO MOTIVO-JUB
           END-IF.

      * Uma carta por aluno em probatorio ou jubilado, na ordem em
      * que o aluno aparece no historico.
       EMITE-CARTAS.
           PERFORM VARYING IDX-ALU-JUB FROM 1 BY 1
                   UNTIL IDX-ALU-JUB > QTD-ALU-JUB
               MOVE IDX-ALU-JUB TO POS-ALU-JUB
               PERFORM AVALIA-ALUNO
               IF JUB-PROBATORIO
                   ADD 1 TO CT-PROBATORIO
                   PERFORM IMPRIME-CARTA
               END-IF
               IF JUB-JUBILADO
                   ADD 1 TO CT-JUBILADOS
                   PERFORM IMPRIME-CARTA
               END-IF
           END-PERFORM.

       IMPRIME-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CAB-CARTA AFTER ADVANCING 2 LINES.
           MOVE AJB-MATRICULA (POS-ALU-JUB) (1:6)
               TO MATRICULA-CAR (1:6).
           MOVE AJB-MATRICULA (POS-ALU-JUB) (7:1)
               TO MATRICULA-CAR (8:1).
           MOVE AJB-NOME (POS-ALU-JUB) TO NOME-CAR.
           WRITE REG-CARTA FROM LIN-ALUNO AFTER ADVANCING 2 LINES.
           MOVE DATA-AVISO (7:2) TO DD-CAR.
           MOVE DATA-AVISO (5:2) TO MM-CAR.
           MOVE DATA-AVISO (1:4) TO AAAA-CAR.
           WRITE REG-CARTA FROM LIN-DATA AFTER ADVANCING 1 LINE.
           IF JUB-JUBILADO
               MOVE "JUBILADO" TO SITUACAO-CAR
           ELSE
               MOVE "EM PROBATORIO" TO SITUACAO-CAR
           END-IF.
           WRITE REG-CARTA FROM LIN-SITUACAO AFTER ADVANCING 2 LINES.
           MOVE MOTIVO-JUB TO MOTIVO-CAR.
           WRITE REG-CARTA FROM LIN-MOTIVO AFTER ADVANCING 1 LINE.
           IF JUB-JUBILADO
               WRITE REG-CARTA FROM LIN-TXT-JUB-1
                   AFTER ADVANCING 2 LINES
               WRITE REG-CARTA FROM LIN-TXT-JUB-2
                   AFTER ADVANCING 1 LINE
               WRITE REG-CARTA FROM LIN-TXT-JUB-3
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-CARTA FROM LIN-TXT-PROB-1
                   AFTER ADVANCING 2 LINES
               WRITE REG-CARTA FROM LIN-TXT-PROB-2
                   AFTER ADVANCING 1 LINE
               WRITE REG-CARTA FROM LIN-TXT-PROB-3
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-CARTA FROM CAB-REPROV AFTER ADVANCING 2 LINES.
           PERFORM VARYING IDX-REP-JUB FROM 1 BY 1
                   UNTIL IDX-REP-JUB > AJB-QTD-REP (POS-ALU-JUB)
               MOVE AJB-REP-DATA (POS-ALU-JUB, IDX-REP-JUB) (7:2)
                   TO DD-REP
               MOVE AJB-REP-DATA (POS-ALU-JUB, IDX-REP-JUB) (5:2)
                   TO MM-REP
               MOVE AJB-REP-DATA (POS-ALU-JUB, IDX-REP-JUB) (1:4)
                   TO AAAA-REP
               MOVE AJB-REP-TURMA (POS-ALU-JUB, IDX-REP-JUB)
                   TO TURMA-REP
               MOVE AJB-REP-MEDIA (POS-ALU-JUB, IDX-REP-JUB)
                   TO MEDIA-REP
               MOVE AJB-REP-SITUACAO (POS-ALU-JUB, IDX-REP-JUB)
                   TO SITUACAO-REP
               WRITE REG-CARTA FROM LIN-REPROV AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE AJB-TOT-REPROV (POS-ALU-JUB) TO TOT-REP-CAR.
           WRITE REG-CARTA FROM LIN-TOT-REPROV AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-CARTAS.
           ADD 1 TO CT-GRAVADOS.

      * Uma secao da lista do conselho por situacao (SIT-LISTA);
      * a avaliacao e refeita por aluno, a tabela nao guarda o
      * resultado.
       LISTA-SITUACAO.
           IF CT-LIN GREATER THAN 37
               PERFORM CABECALHO
           END-IF.
           WRITE REG-JUB FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           WRITE REG-JUB FROM CAB-COLUNAS AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.
           PERFORM VARYING IDX-ALU-JUB FROM 1 BY 1
                   UNTIL IDX-ALU-JUB > QTD-ALU-JUB
               MOVE IDX-ALU-JUB TO POS-ALU-JUB
               PERFORM AVALIA-ALUNO
               IF SIT-JUB EQUAL SIT-LISTA
                   IF CT-LIN GREATER THAN 40
                       PERFORM CABECALHO
                       WRITE REG-JUB FROM CAB-COLUNAS
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO CT-LIN
                   END-IF
                   MOVE AJB-MATRICULA (POS-ALU-JUB) (1:6)
                       TO MATRICULA-JUB (1:6)
                   MOVE AJB-MATRICULA (POS-ALU-JUB) (7:1)
                       TO MATRICULA-JUB (8:1)
                   MOVE AJB-NOME (POS-ALU-JUB) TO NOME-JUB
                   IF JUB-JUBILADO
                       MOVE "JUBILADO"   TO SITUACAO-JUB
                   ELSE
                       MOVE "PROBATORIO" TO SITUACAO-JUB
                   END-IF
                   MOVE AJB-TOT-REPROV (POS-ALU-JUB) TO REPROV-JUB
                   MOVE MOTIVO-JUB TO MOTIVO-DET
                   WRITE REG-JUB FROM DETALHE-JUB
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO CT-LIN
               END-IF
           END-PERFORM.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           WRITE REG-JUB FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE SPACES TO REG-JUB.
           WRITE REG-JUB AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x3+2 = 10 linhas.
       TERMINO.
           IF CT-LIN GREATER THAN 30
               PERFORM CABECALHO
           END-IF.
           MOVE QTD-ALU-JUB      TO VAR-ALUNOS.
           MOVE CT-PROBATORIO    TO VAR-PROB.
           MOVE CT-JUBILADOS     TO VAR-JUB.
           MOVE CT-CARTAS        TO VAR-CARTAS.
           MOVE LIM-REPROV-TURMA TO VAR-LIM-TUR.
           MOVE LIM-REPROV-TOTAL TO VAR-LIM-TOT.
           MOVE LIM-REPROV-SEM   TO VAR-LIM-SEM.
           MOVE LIM-SEM-SEGUIDOS TO VAR-LIM-SEG.
           WRITE REG-JUB FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-JUB FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-JUB FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-JUB FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-JUB FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-JUB FROM CAB-TOT-06 AFTER ADVANCING 2 LINES.
           DISPLAY "EM02-58: " CT-CARTAS " CARTAS DE AVISO GERADAS".
           CLOSE RELCARTJ
                 RELJUBI.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY JUBI-P.

       COPY RUNLOG-P.
