      *               editar no editor de texto como as tabelas), e
      *               sem ela o faturamento EM02-31 nao tem o que
      *               cobrar.
      *               Suspender ou cancelar o titular leva junto os
      *               dependentes do plano familiar (CADDEP), marcados
      *               com a situacao herdada; reativar o titular
      *               devolve a ativa so os que a cascata alcancou.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
      * Dependentes do plano familiar, que seguem a situacao do
      * titular.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
           SELECT RELSIT ASSIGN TO DISK.
      * Tabela de planos de mensalidade, para validar a atribuicao
      * de plano da transacao P.
       01 REG-MEST.
           COPY SOCREC.

      * Cadastro de dependentes, layout compartilhado em DEPREC.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           COPY DEPREC.

       FD RELSIT
          LABEL RECORD IS OMITTED.

       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-MEST-STATUS PIC X(02).
       77 WS-DEP-STATUS  PIC X(02).
       77 TEM-CADDEP     PIC X(01) VALUE "N".
       77 FIM-DEP        PIC X(03).

       77 MOTIVO-TRX   PIC X(25).
       77 SITUACAO-TRX PIC X(09).
       77 CT-ATIVOS     PIC 9(05) VALUE 0.
       77 CT-SUSPENSOS  PIC 9(05) VALUE 0.
       77 CT-CANCELADOS PIC 9(05) VALUE 0.
       77 CT-DEP-SUSP   PIC 9(05) VALUE 0.
       77 CT-DEP-CANC   PIC 9(05) VALUE 0.
       77 CT-DEP-REAT   PIC 9(05) VALUE 0.

      * Tabela em memoria dos planos de mensalidade.
       COPY TABPLAN-W.
          02 FILLER      PIC X(24) VALUE "TRANSACOES REJEITADAS.: ".
          02 VAR-TRX-REJ PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER      PIC X(24) VALUE "DEPENDENTES SUSPENSOS.: ".
          02 VAR-DEP-SUSP PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER      PIC X(24) VALUE "DEPENDENTES CANCELADOS: ".
          02 VAR-DEP-CANC PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER      PIC X(24) VALUE "DEPENDENTES REATIVADOS: ".
          02 VAR-DEP-REAT PIC ZZ.ZZ9.

       01 CAB-SIT-01.
          02 FILLER PIC X(33) VALUE
              "ASSOCIACOES POR SITUACAO NO FECHO".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sem CADDEP.DAT nenhum dependente foi incluido ainda: a
      * manutencao segue so no mestre.
           OPEN I-O CADDEP.
           IF WS-DEP-STATUS EQUAL "00"
               MOVE "S" TO TEM-CADDEP
           ELSE
               DISPLAY "EM02-25: CADDEP.DAT AUSENTE (STATUS "
                   WS-DEP-STATUS "), SEM CASCATA AOS DEPENDENTES"
           END-IF.
           OPEN INPUT MOVSOC
                OUTPUT RELSIT.
           PERFORM LEITURA.
               IF MST-SIT-ATIVO
                   MOVE "S" TO MST-SITUACAO
                   PERFORM REGRAVA-MESTRE
                   PERFORM CASCATA-DEPENDENTES
               ELSE
                   MOVE "SOCIO NAO ESTA ATIVO" TO MOTIVO-TRX
                   PERFORM JORNAL-REJEITADA
                   ELSE
                       MOVE "C" TO MST-SITUACAO
                       PERFORM REGRAVA-MESTRE
                       PERFORM CASCATA-DEPENDENTES
                   END-IF
               ELSE
                   IF MST-SIT-ATIVO
                   ELSE
                       MOVE "A" TO MST-SITUACAO
                       PERFORM REGRAVA-MESTRE
                       PERFORM CASCATA-DEPENDENTES
                   END-IF
               END-IF
           END-IF.

      * Leva a nova situacao do titular aos dependentes dele no
      * CADDEP, lidos pela chave a partir do sequencial zero ate
      * mudar de titular: S suspende os ativos, C cancela os que
      * ainda nao estao cancelados, ambos marcando a situacao como
      * herdada do titular; R reativa apenas os de situacao
      * herdada - dependente suspenso ou cancelado por conta
      * propria continua como esta.
       CASCATA-DEPENDENTES.
           IF TEM-CADDEP EQUAL "S"
               MOVE MST-NUM-SOCIO TO DEP-NUM-SOCIO
               MOVE ZEROES        TO DEP-SEQ
               MOVE "NAO" TO FIM-DEP
               START CADDEP KEY NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-DEP
               END-START
               PERFORM UNTIL FIM-DEP EQUAL "SIM"
                   READ CADDEP NEXT
                       AT END MOVE "SIM" TO FIM-DEP
                       NOT AT END
                           IF DEP-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO
                               MOVE "SIM" TO FIM-DEP
                           ELSE
                               PERFORM APLICA-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APLICA-DEPENDENTE.
           IF MSOC-TIPO EQUAL "S"
               IF DEP-SIT-ATIVO
                   MOVE "S" TO DEP-SITUACAO
                   MOVE "M" TO DEP-SIT-ORIGEM
                   REWRITE REG-DEP
                   ADD 1 TO CT-DEP-SUSP
               END-IF
           ELSE
               IF MSOC-TIPO EQUAL "C"
                   IF NOT DEP-SIT-CANCELADO
                       MOVE "C" TO DEP-SITUACAO
                       MOVE "M" TO DEP-SIT-ORIGEM
                       REWRITE REG-DEP
                       ADD 1 TO CT-DEP-CANC
                   END-IF
               ELSE
                   IF NOT DEP-SIT-ATIVO AND DEP-SIT-DO-TITULAR
                       MOVE "A" TO DEP-SITUACAO
                       MOVE SPACES TO DEP-SIT-ORIGEM
                       REWRITE REG-DEP
                       ADD 1 TO CT-DEP-REAT
                   END-IF
               END-IF
           END-IF.
               END-READ
           END-PERFORM.

      * O rodape avanca 3+2+1x5 + 3+2+1x2 = 17 linhas; com a pagina
      * de 40 linhas, o cabecalho so pode ser pulado com CT-LIN ate
      * 23.
       TERMINO.
           IF CT-LIN GREATER THAN 23
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS      TO VAR-TRX-LIDAS.
           MOVE CT-APLICADAS  TO VAR-TRX-APLIC.
           MOVE CT-REJEITADAS TO VAR-TRX-REJ.
           MOVE CT-DEP-SUSP   TO VAR-DEP-SUSP.
           MOVE CT-DEP-CANC   TO VAR-DEP-CANC.
           MOVE CT-DEP-REAT   TO VAR-DEP-REAT.
           MOVE CT-ATIVOS     TO VAR-ATIVOS.
           MOVE CT-SUSPENSOS  TO VAR-SUSPENSOS.
           MOVE CT-CANCELADOS TO VAR-CANCELADOS.
           WRITE REG-JORNAL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-SIT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-JORNAL FROM CAB-SIT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-SIT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-SIT-04 AFTER ADVANCING 1 LINE.
           CLOSE MOVSOC CADMEST RELSIT.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
