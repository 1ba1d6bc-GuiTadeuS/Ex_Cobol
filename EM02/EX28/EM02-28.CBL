      *               amontoada logo abaixo da linha do LIMITE-MEDIA
      *               - e a taxa de aprovacao da turma lado a lado
      *               com a da escola, para a reuniao de coordenacao
      *               trabalhar com numeros. A secao da turma traz a
      *               disciplina do cadastro de turmas (TABTURMA), ou
      *               sinaliza a TURMA que nao consta dele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT PARALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARALU-STATUS.
      * Cadastro de turmas: disciplina da TURMA.
          COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.
       01 REG-PARALU.
          COPY PARALUR.

       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 MEDIA-AVAL  PIC 9(02)V9(02).
       77 TAM-BARRA   PIC 9(02).

      * Cadastro de turmas em memoria.
       COPY TABTURMA-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
          02 TURMA-ANA  PIC X(05).
          02 FILLER     PIC X(10) VALUE " - alunos ".
          02 ALUNOS-ANA PIC ZZZ9.
          02 FILLER     PIC X(03) VALUE " - ".
          02 DISC-ANA   PIC X(30).
          02 FILLER     PIC X(17) VALUE SPACES.

       01 LIN-AVALIACAO.
          02 FILLER      PIC X(09) VALUE SPACES.
            MOVE "EM02-28" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABTURMA.
            OPEN INPUT ARQALU
                 OUTPUT RELANALI.
            PERFORM LEITURA.
           END-IF.
           MOVE TUR-COD (IDX-TUR)    TO TURMA-ANA.
           MOVE TUR-ALUNOS (IDX-TUR) TO ALUNOS-ANA.
           MOVE SPACES TO DISC-ANA.
           IF QTD-TUR-REF GREATER THAN 0
               MOVE TUR-COD (IDX-TUR) TO COD-TUR-BUSCA
               PERFORM BUSCA-TURMA-REF
               IF ACHOU-TUR-REF EQUAL "S"
                   MOVE DISC-TUR-REF TO DISC-ANA
               ELSE
                   MOVE "*** TURMA NAO CADASTRADA ***" TO DISC-ANA
                   DISPLAY "EM02-28: TURMA " TUR-COD (IDX-TUR)
                       " NAO CADASTRADA NA TABTURMA"
               END-IF
           END-IF.
           WRITE REG-ANA FROM LIN-TURMA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           ADD 1 TO CT-GRAVADOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
