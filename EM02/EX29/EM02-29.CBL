      *               reprovados definitivos repetindo a turma, de
      *               notas e faltas zeradas. O inicio de semestre
      *               deixa de ser uma semana de redigitacao.
      *               O reprovado que as regras de jubilamento do
      *               conselho (PARJUBI.DAT, rotinas JUBI-P, as
      *               mesmas do EM02-58) jubilam com o historico
      *               somado a este fechamento nao entra na semente:
      *               a semente passa a ser gravada no fim, depois
      *               de todo o semestre acumulado, e os jubilados
      *               saem listados no resumo. A TURMA que nao
      *               consta do cadastro de turmas (TABTURMA) sai
      *               sinalizada no resumo, com os alunos nela, para
      *               a secretaria corrigir o ARQALUN antes da virada.
      *               O fechamento nao e anexado de novo quando o
      *               HISTALUN ja tem registros com a data de hoje.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT PARALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARALU-STATUS.
      * Limites das regras de jubilamento.
          COPY JUBI-F.
      * Cadastro de turmas, para conferir a TURMA do ARQALU.
          COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.
       01 REG-PARALU.
          COPY PARALUR.

       COPY JUBI-D.

       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 CT-APROVADOS   PIC 9(05) VALUE ZEROES.
       77 CT-REPROVADOS  PIC 9(05) VALUE ZEROES.
       77 CT-SEMENTE     PIC 9(05) VALUE ZEROES.
       77 CT-JUBILADOS   PIC 9(05) VALUE ZEROES.

      * Reprovados candidatos a semente, guardados ate o fim do
      * ARQALU para a avaliacao de jubilamento ver o semestre todo.
       77 QTD-SMT   PIC 9(03) VALUE ZEROES.
       77 IDX-SMT   PIC 9(03).
       01 TAB-SEMENTE.
           02 SMT-OCORR OCCURS 500 TIMES.
              03 SMT-MATRICULA PIC 9(07).
              03 SMT-NOME      PIC X(30).
              03 SMT-SEXO      PIC X(01).
              03 SMT-TURMA     PIC X(05).
              03 SMT-JUBILADO  PIC X(01).
              03 SMT-MOTIVO    PIC X(40).

      * Regras, tabela do historico por aluno e resultado da
      * avaliacao de jubilamento.
       COPY JUBI-W.

      * Cadastro de turmas em memoria e as turmas do ARQALU que nao
      * constam dele, com a quantidade de alunos em cada uma.
       COPY TABTURMA-W.
       77 QTD-TUR-NC PIC 9(02) VALUE ZEROES.
       77 IDX-TUR-NC PIC 9(02).
       77 POS-TUR-NC PIC 9(02).
       01 TAB-TURMA-NC.
           02 TNC-OCORR OCCURS 20 TIMES.
              03 TNC-COD    PIC X(05).
              03 TNC-ALUNOS PIC 9(04).

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
              "Semente do proximo semestre ".
          02 VAR-SEMENTE  PIC ZZ.ZZ9.

       01 CAB-07.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(28) VALUE
              "Jubilados fora da semente.: ".
          02 VAR-JUBIL    PIC ZZ.ZZ9.

       01 LIN-JUBILADO.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 MATRICULA-JUB PIC X(08) VALUE "999999-9".
          02 FILLER        PIC X(01) VALUE SPACES.
          02 NOME-JUB      PIC X(25).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MOTIVO-JUB-F  PIC X(40).

       01 LIN-TURMA-NC.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 FILLER        PIC X(06) VALUE "Turma ".
          02 TURMA-NC      PIC X(05).
          02 FILLER        PIC X(30) VALUE
              " nao cadastrada na TABTURMA: ".
          02 ALUNOS-NC     PIC ZZZ9.
          02 FILLER        PIC X(09) VALUE " aluno(s)".

       PROCEDURE DIVISION.

       PGM-EM02-29.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-FECH.
            PERFORM LE-PARAMETROS.
            PERFORM CARREGA-RECUPERACAO.
      * Historico dos semestres anteriores para o jubilamento; na
      * primeira execucao o arquivo ainda nao existe e a tabela
      * fica vazia.
            PERFORM LE-PARJUBI.
            PERFORM CARREGA-HIST-JUBI.
      * Fechamento ja anexado ao HISTALUN nesta data (ou numa data
      * posterior) nao e anexado de novo: o aluno ficaria com o
      * semestre duas vezes no historico.
            IF ULT-DATA-JUB NOT LESS THAN DATA-FECH
                DISPLAY "EM02-29: HISTALUN JA TEM FECHAMENTO DE "
                    ULT-DATA-JUB ", EXECUCAO ABORTADA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LE-TABTURMA.
      * O historico e permanente: anexa ao fim; na primeira execucao
      * (status "35") e criado em OUTPUT, mesmo tratamento do
      * GRAVA-RUNLOG.
      * Situacao final do aluno (mesma composicao do boletim): o
      * aprovado direto e o aprovado na recuperacao vao para o
      * historico como aprovados; o resto e reprovado definitivo e
      * tambem e candidato a semente do proximo semestre, repetindo
      * a turma com notas e faltas zeradas (gravada no TERMINO).
       PRINCIPAL.
           COMPUTE MEDIA ROUNDED =
               (NOTA1 * PESO-NOTA1 +
                       MOVE "REPROVADO" TO SITUACAO-FECH
                   END-IF
                   ADD 1 TO CT-REPROVADOS
                   PERFORM GUARDA-SEMENTE
               END-IF
           END-IF.
           PERFORM GRAVA-HISTORICO.
           IF QTD-TUR-REF GREATER THAN 0
               PERFORM CONFERE-TURMA
           END-IF.
           PERFORM LEITURA.

      * TURMA fora do cadastro: o aluno fecha normalmente (historico
      * e semente), mas a turma vai para a lista do resumo.
       CONFERE-TURMA.
           MOVE TURMA TO COD-TUR-BUSCA.
           PERFORM BUSCA-TURMA-REF.
           IF ACHOU-TUR-REF EQUAL "N"
               MOVE 0 TO POS-TUR-NC
               PERFORM VARYING IDX-TUR-NC FROM 1 BY 1
                       UNTIL IDX-TUR-NC > QTD-TUR-NC OR POS-TUR-NC > 0
                   IF TNC-COD (IDX-TUR-NC) EQUAL TURMA
                       MOVE IDX-TUR-NC TO POS-TUR-NC
                   END-IF
               END-PERFORM
               IF POS-TUR-NC EQUAL 0
                   IF QTD-TUR-NC LESS THAN 20
                       ADD 1 TO QTD-TUR-NC
                       MOVE QTD-TUR-NC TO POS-TUR-NC
                       MOVE TURMA  TO TNC-COD (POS-TUR-NC)
                       MOVE ZEROES TO TNC-ALUNOS (POS-TUR-NC)
                   ELSE
                       DISPLAY "EM02-29: MAIS DE 20 TURMAS NAO "
                           "CADASTRADAS, TURMA " TURMA " FORA DO "
                           "RESUMO"
                   END-IF
               END-IF
               IF POS-TUR-NC GREATER THAN 0
                   ADD 1 TO TNC-ALUNOS (POS-TUR-NC)
               END-IF
           END-IF.

       BUSCA-RECUPERACAO.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > QTD-REC OR POS-REC > 0
           WRITE REG-HIST.
           ADD 1 TO CT-HISTORICO.
           ADD 1 TO CT-GRAVADOS.
      * O registro tambem entra no historico em memoria do
      * jubilamento.
           MOVE DATA-FECH     TO JUBE-DATA.
           MOVE MATRICULA     TO JUBE-MATRICULA.
           MOVE NOME          TO JUBE-NOME.
           MOVE TURMA         TO JUBE-TURMA.
           MOVE MEDIA-FINAL-W TO JUBE-MEDIA.
           MOVE SITUACAO-FECH TO JUBE-SITUACAO.
           PERFORM ACUMULA-JUBI.

       GUARDA-SEMENTE.
           IF QTD-SMT LESS THAN 500
               ADD 1 TO QTD-SMT
               MOVE MATRICULA TO SMT-MATRICULA (QTD-SMT)
               MOVE NOME      TO SMT-NOME (QTD-SMT)
               MOVE SEXO      TO SMT-SEXO (QTD-SMT)
               MOVE TURMA     TO SMT-TURMA (QTD-SMT)
               MOVE "N"       TO SMT-JUBILADO (QTD-SMT)
               MOVE SPACES    TO SMT-MOTIVO (QTD-SMT)
           ELSE
               DISPLAY "EM02-29: MAIS DE 500 REPROVADOS PARA A "
                   "SEMENTE, FECHAMENTO ABORTADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Grava a semente depois do ARQALU inteiro: cada reprovado e
      * avaliado com o historico anterior mais este fechamento e o
      * jubilado fica de fora (aluno fora da tabela do historico
      * entra na semente, como antes).
       GRAVA-SEMENTE.
           PERFORM VARYING IDX-SMT FROM 1 BY 1
                   UNTIL IDX-SMT > QTD-SMT
               MOVE SMT-MATRICULA (IDX-SMT) TO MATR-JUB-BUSCA
               PERFORM BUSCA-ALUNO-JUBI
               MOVE "R" TO SIT-JUB
               IF POS-ALU-JUB GREATER THAN 0
                   PERFORM AVALIA-JUBI
               END-IF
               IF JUB-JUBILADO
                   MOVE "S"        TO SMT-JUBILADO (IDX-SMT)
                   MOVE MOTIVO-JUB TO SMT-MOTIVO (IDX-SMT)
                   ADD 1 TO CT-JUBILADOS
               ELSE
                   MOVE SMT-MATRICULA (IDX-SMT) TO MATRICULA-N
                   MOVE SMT-NOME (IDX-SMT)      TO NOME-N
                   MOVE ZEROES                  TO NOTA1-N
                   MOVE ZEROES                  TO NOTA2-N
                   MOVE ZEROES                  TO NOTA3-N
                   MOVE ZEROES                  TO FALTAS-N
                   MOVE SMT-SEXO (IDX-SMT)      TO SEXO-N
                   MOVE SMT-TURMA (IDX-SMT)     TO TURMA-N
                   WRITE REG-ALUN
                   ADD 1 TO CT-SEMENTE
                   ADD 1 TO CT-GRAVADOS
               END-IF
           END-PERFORM.

       TERMINO.
           PERFORM GRAVA-SEMENTE.
           MOVE SPACES TO REG-FECH.
           WRITE REG-FECH FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE CT-LIDOS      TO VAR-LIDOS.
           MOVE CT-REPROVADOS TO VAR-REPROV.
           MOVE CT-HISTORICO  TO VAR-HIST.
           MOVE CT-SEMENTE    TO VAR-SEMENTE.
           MOVE CT-JUBILADOS  TO VAR-JUBIL.
           WRITE REG-FECH FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-FECH FROM CAB-03 AFTER ADVANCING 1 LINE.
           WRITE REG-FECH FROM CAB-04 AFTER ADVANCING 1 LINE.
           WRITE REG-FECH FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-FECH FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-FECH FROM CAB-07 AFTER ADVANCING 1 LINE.
           IF CT-JUBILADOS GREATER THAN 0
               MOVE SPACES TO REG-FECH
               WRITE REG-FECH AFTER ADVANCING 1 LINE
               PERFORM LISTA-JUBILADOS
           END-IF.
           IF QTD-TUR-NC GREATER THAN 0
               MOVE SPACES TO REG-FECH
               WRITE REG-FECH AFTER ADVANCING 1 LINE
               PERFORM VARYING IDX-TUR-NC FROM 1 BY 1
                       UNTIL IDX-TUR-NC > QTD-TUR-NC
                   MOVE TNC-COD (IDX-TUR-NC)    TO TURMA-NC
                   MOVE TNC-ALUNOS (IDX-TUR-NC) TO ALUNOS-NC
                   WRITE REG-FECH FROM LIN-TURMA-NC
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.
           CLOSE ARQALU
                 HISTALUN
                 ARQALUN
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

      * Jubilados tirados da semente, para a secretaria conferir
      * com a lista do conselho (EM02-58).
       LISTA-JUBILADOS.
           PERFORM VARYING IDX-SMT FROM 1 BY 1
                   UNTIL IDX-SMT > QTD-SMT
               IF SMT-JUBILADO (IDX-SMT) EQUAL "S"
                   MOVE SMT-MATRICULA (IDX-SMT) (1:6)
                       TO MATRICULA-JUB (1:6)
                   MOVE SMT-MATRICULA (IDX-SMT) (7:1)
                       TO MATRICULA-JUB (8:1)
                   MOVE SMT-NOME (IDX-SMT)   TO NOME-JUB
                   MOVE SMT-MOTIVO (IDX-SMT) TO MOTIVO-JUB-F
                   WRITE REG-FECH FROM LIN-JUBILADO
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       COPY JUBI-P.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
