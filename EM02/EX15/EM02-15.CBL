      *               atualizado, mais a lista de alerta dos alunos
      *               que cruzaram o percentual parametrizado do
      *               limite de faltas - o total deixava de ser somado
      *               a mao das folhas de chamada. O lancamento de
      *               aluno cuja TURMA nao consta do cadastro de
      *               turmas (TABTURMA) e rejeitado: e a turma
      *               fantasma de um erro de digitacao no ARQALU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SELECT PARALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARALU-STATUS.
      * Cadastro de turmas, para conferir a TURMA do aluno.
          COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.
       01 REG-PARALU.
          COPY PARALUR.

       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Cadastro de turmas em memoria.
       COPY TABTURMA-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
            MOVE "EM02-15" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABTURMA.
            PERFORM CARREGA-ALUNOS.
            OPEN INPUT MOVFALTA
                 OUTPUT RELFALTA.
                   MOVE "MATRICULA INEXISTENTE" TO MOTIVO-REJ
                   PERFORM REJEITA-LANCAMENTO
               ELSE
                   PERFORM CONFERE-TURMA
                   IF ACHOU-TUR-REF EQUAL "N"
                       MOVE "TURMA NAO CADASTRADA" TO MOTIVO-REJ
                       PERFORM REJEITA-LANCAMENTO
                   ELSE
                       ADD FAL-PERIODOS TO ALU-ACUMULADO (POS-ALU)
                       ADD 1 TO CT-MOV-APLIC
                   END-IF
               END-IF
           END-IF.

      * Sem o cadastro de turmas (TABTURMA ausente) toda turma passa.
       CONFERE-TURMA.
           MOVE "S" TO ACHOU-TUR-REF.
           IF QTD-TUR-REF GREATER THAN 0
               MOVE ALU-TURMA (POS-ALU) TO COD-TUR-BUSCA
               PERFORM BUSCA-TURMA-REF
           END-IF.

       BUSCA-ALUNO.
           MOVE 0 TO POS-ALU.
           PERFORM VARYING IDX-ALU FROM 1 BY 1

       COPY VALDAT-P.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
