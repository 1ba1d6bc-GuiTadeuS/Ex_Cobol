      *               recuperacao (ARQAPR2/ARQREPF) quando houver -
      *               pronto para entregar ao aluno, sem a
      *               secretaria redigitar numero a numero no
      *               formulario. Traz a disciplina e o professor do
      *               cadastro de turmas (TABTURMA); TURMA fora do
      *               cadastro sai sinalizada no boletim.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT PARALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARALU-STATUS.
      * Cadastro de turmas: disciplina e professor da TURMA.
          COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.
       01 REG-PARALU.
          COPY PARALUR.

       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.


       77 SITUACAO-BOL PIC X(30).
       77 CT-BOLETINS  PIC 9(05) VALUE ZEROES.
       77 CT-TURMA-NC  PIC 9(05) VALUE ZEROES.

      * Cadastro de turmas em memoria.
       COPY TABTURMA-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
          02 TURMA-BOL      PIC X(05).
          02 FILLER         PIC X(14) VALUE SPACES.

       01 LIN-DISCIPLINA.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(23) VALUE "Disciplina...........: ".
          02 DISC-BOL     PIC X(30).
          02 FILLER       PIC X(22) VALUE SPACES.

       01 LIN-PROFESSOR.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(23) VALUE "Professor(a).........: ".
          02 PROF-BOL     PIC X(30).
          02 FILLER       PIC X(22) VALUE SPACES.

      * Uma linha por avaliacao, com a nota e o peso aplicado.
       01 LIN-NOTA.
          02 FILLER     PIC X(05) VALUE SPACES.
            MOVE "EM02-27" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABTURMA.
            PERFORM CARREGA-RECUPERACAO.
            OPEN INPUT ARQALU
                 OUTPUT RELBOLET.
           MOVE NOME  TO NOME-BOL.
           MOVE TURMA TO TURMA-BOL.
           WRITE REG-BOL FROM LIN-ALUNO AFTER ADVANCING 2 LINES.
           IF QTD-TUR-REF GREATER THAN 0
               PERFORM IMPRIME-DISCIPLINA
           END-IF.
           MOVE 1          TO NUM-NOTA.
           MOVE NOTA1      TO NOTA-BOL.
           MOVE PESO-NOTA1 TO PESO-BOL.
           ADD 1 TO CT-BOLETINS.
           ADD 1 TO CT-GRAVADOS.

      * Disciplina e professor do cadastro de turmas; a TURMA que
      * nao consta dele sai sinalizada para a secretaria conferir o
      * ARQALU antes de entregar o boletim.
       IMPRIME-DISCIPLINA.
           MOVE TURMA TO COD-TUR-BUSCA.
           PERFORM BUSCA-TURMA-REF.
           IF ACHOU-TUR-REF EQUAL "S"
               MOVE DISC-TUR-REF TO DISC-BOL
               WRITE REG-BOL FROM LIN-DISCIPLINA
                   AFTER ADVANCING 1 LINE
               MOVE PROF-TUR-REF TO PROF-BOL
               WRITE REG-BOL FROM LIN-PROFESSOR
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "*** TURMA NAO CADASTRADA ***" TO DISC-BOL
               WRITE REG-BOL FROM LIN-DISCIPLINA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-TURMA-NC
           END-IF.

       FIM.
           DISPLAY "EM02-27: " CT-BOLETINS " BOLETINS GERADOS".
           IF CT-TURMA-NC GREATER THAN ZEROES
               DISPLAY "EM02-27: " CT-TURMA-NC " BOLETINS COM TURMA "
                   "NAO CADASTRADA NA TABTURMA"
           END-IF.
           CLOSE ARQALU
                 RELBOLET.
      * Registra o resultado da execucao no log de auditoria.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
