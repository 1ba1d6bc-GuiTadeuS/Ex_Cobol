      *               primeira terminar ou ser declarada falhada),
      *               imprime a pagina GO/NO-GO para o operador
      *               arquivar e termina com RC 8 em NO-GO,
      *               interrompendo a cadeia antes do estrago. Os
      *               alunos do ARQALU com TURMA fora do cadastro de
      *               turmas (TABTURMA) saem contados na pagina, so
      *               como aviso - nao derrubam a noite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NIGHTRUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NRUN-STATUS.
      * Cadastro de turmas, para conferir a TURMA do ARQALU.
           COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REG-CLI PIC X(266).

      * Do ARQALU so interessa, alem da contagem, a TURMA (mesma
      * posicao do ALUREC).
       FD ARQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALU.DAT".
       01 REG-ALU.
           02 FILLER    PIC X(52).
           02 TURMA-ALU PIC X(05).

       FD PARAMEM
           LABEL RECORD ARE STANDARD
           02 NRUN-STATUS    PIC X(01).
           02 NRUN-DATA-HORA PIC 9(14).

       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Cadastro de turmas em memoria e alunos do ARQALU em turma
      * nao cadastrada.
       COPY TABTURMA-W.
       77 CT-TURMA-NC PIC 9(07) VALUE ZEROES.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

           02 MOTIVO-DET PIC X(44).
           02 FILLER     PIC X(19) VALUE SPACES.

       01 LIN-TURMA-NC.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(20) VALUE "ARQALU EM TURMA N/C.".
           02 FILLER      PIC X(02) VALUE ": ".
           02 QTD-TUR-NC-DET PIC Z.ZZZ.ZZ9.
           02 FILLER      PIC X(34) VALUE
               " ALUNO(S) - AVISO, CONFERIR ARQALU".
           02 FILLER      PIC X(10) VALUE SPACES.

       01 LIN-STEP-FM.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(20) VALUE "STEP FIM DE MES.....".
               END-PERFORM
               CLOSE CADCLI
           END-IF.
           PERFORM LE-TABTURMA.
           OPEN INPUT ARQALU.
           IF WS-ARQ-STATUS EQUAL "00"
               MOVE "S" TO ARQ-PRESENTE (3)
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ ARQALU
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO ARQ-QTD (3)
                           PERFORM CONFERE-TURMA-ALU
                   END-READ
               END-PERFORM
               CLOSE ARQALU
               CLOSE PARALU
           END-IF.

      * TURMA fora do cadastro so conta para o aviso; sem a
      * TABTURMA nao ha conferencia.
       CONFERE-TURMA-ALU.
           IF QTD-TUR-REF GREATER THAN 0
               MOVE TURMA-ALU TO COD-TUR-BUSCA
               PERFORM BUSCA-TURMA-REF
               IF ACHOU-TUR-REF EQUAL "N"
                   ADD 1 TO CT-TURMA-NC
               END-IF
           END-IF.

      * Sobrepoe minimos e obrigatoriedade com o cartao de controle;
      * nome de arquivo desconhecido no cartao so gera aviso.
       LE-CARTAO.
               MOVE MOTIVO-CAL TO MOTIVO-DET
               WRITE REG-PREF FROM LIN-CAL AFTER ADVANCING 1 LINE
           END-IF.
           IF CT-TURMA-NC GREATER THAN ZEROES
               MOVE CT-TURMA-NC TO QTD-TUR-NC-DET
               WRITE REG-PREF FROM LIN-TURMA-NC AFTER ADVANCING 1 LINE
           END-IF.
      * Steps so de fim de mes apontados no calendario, com a
      * liberacao de hoje (informativo para o operador).
           PERFORM VARYING IDX-STEP-FM FROM 1 BY 1
           WRITE REG-NRUN.
           CLOSE NIGHTRUN.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
