       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-52.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       BAIXA DE PAGAMENTOS DE VIAGEM DOS CLIENTES: le o
      *               movimento do dia do balcao de fretamento (MOVPGV)
      *               e aplica cada pagamento na conta a receber do
      *               cliente na viagem (CTARCV), no mesmo molde da
      *               baixa de mensalidades dos socios (EM02-03):
      *               data, periodo fechado (FECHMES) e codigo de
      *               pagamento (TABCPAG) conferidos, recusados no
      *               MOVREJV com o motivo, cada pagamento aplicado no
      *               razao LEDGVIA com o saldo resultante e a
      *               reexecucao pulando o que ja foi aplicado. O que
      *               o cliente paga alem da tarifa fica na conta como
      *               credito, mostrado no extrato (EM02-53).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVPGV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
      * Cadastro de clientes, so para o nome no jornal.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
      * Contas a receber de viagem abertas pela reserva (EM02-50) e
      * pela visita (EM02-12).
           COPY CTARCV-F.
      * Razao de pagamentos de viagem por cliente: um registro por
      * pagamento aplicado, com o saldo resultante da conta.
           SELECT LEDGVIA ASSIGN TO "LEDGVIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGV-CHAVE
           FILE STATUS IS WS-LGV-STATUS.
           SELECT MOVREJV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPGV ASSIGN TO DISK.
      * Referencia de codigos de pagamento mantida pela contabilidade.
           COPY TABCPAG-F.
      * Periodos fechados pelo fechamento mensal (EM02-41).
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Pagamento de viagem recebido pelo balcao: cliente, viagem
      * paga, data DDMMAAAA, valor, codigo de pagamento e a
      * sequencia do movimento no arquivo do dia (em branco = sem
      * controle de reexecucao, como no MOVPAG).
       FD MOVPGV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPGV.DAT".

       01 REG-MOV.
           02 MOV-CODIGO     PIC 9(03).
           02 MOV-COD-VIAGEM PIC X(06).
           02 MOV-DATA.
              03 MOV-DD      PIC 9(02).
              03 MOV-MM      PIC 9(02).
              03 MOV-AA      PIC 9(04).
           02 MOV-VALOR      PIC 9(07)V9(02).
           02 MOV-COD-PAG    PIC 9(02).
           02 MOV-SEQ        PIC 9(06).

       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

      * Layout compartilhado com EM02-02, EX06 e EM02-12.
       01 REG-ENT.
           COPY CLIREC.

      * Contas a receber de viagem.
       COPY CTARCV-D.

      * Razao de pagamentos de viagem, layout compartilhado com o
      * extrato do cliente (EM02-53).
       FD LEDGVIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGVIA.DAT".

       01 REG-LGV.
           COPY LGVREC.

      * Movimentos recusados, com o motivo, para acerto e
      * reapresentacao no dia seguinte.
       FD MOVREJV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVREJV.DAT".

       01 REG-MOVREJ.
           02 REJ-CODIGO     PIC 9(03).
           02 REJ-COD-VIAGEM PIC X(06).
           02 REJ-DATA.
              03 REJ-DD      PIC 9(02).
              03 REJ-MM      PIC 9(02).
              03 REJ-AA      PIC 9(04).
           02 REJ-VALOR      PIC 9(07)V9(02).
           02 REJ-COD-PAG    PIC 9(02).
           02 REJ-MOTIVO     PIC X(20).

       FD RELPGV
          LABEL RECORD IS OMITTED.

       01 REG-JORNAL PIC X(90).

      * Referencia de codigos de pagamento.
       COPY TABCPAG-D.

      * Periodos fechados.
       COPY FECHMES-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-MOV-STATUS PIC X(02).
       77 WS-CLI-STATUS PIC X(02).
       77 WS-LGV-STATUS PIC X(02).

      * Nome do cliente pelo codigo (CODIGOIN e 9(3)), para o
      * jornal.
       01 TAB-CLIENTES.
           02 CLI-NOME OCCURS 999 TIMES PIC X(30).

      * Totais do jornal de baixa.
       77 CT-APLICADOS  PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 CT-QUITADAS   PIC 9(05) VALUE ZEROES.
       77 CT-CREDITOS   PIC 9(05) VALUE ZEROES.
       77 VAL-APLICADO  PIC 9(12)V9(02) VALUE ZEROES.
       77 VAL-REJEITADO PIC 9(12)V9(02) VALUE ZEROES.
       77 VAL-CREDITO   PIC 9(12)V9(02) VALUE ZEROES.

       77 MOTIVO-REJ PIC X(20).

      * Controle de reexecucao: as chaves (data do movimento,
      * sequencia, cliente, valor) ja aplicadas, apuradas do razao
      * na abertura com o mesmo corte de 31 dias do EM02-03.
       77 DATA-HOJE-NUM  PIC 9(08).
       77 DATA-CORTE     PIC 9(08).
       77 DIAS-CORTE     PIC 9(07).
       77 CT-JA-APLICADOS PIC 9(05) VALUE ZEROES.
       77 QTD-SEQ-TAB    PIC 9(04) VALUE ZEROES.
       77 IDX-SEQ        PIC 9(04).
       77 JA-APLICADO    PIC X(01).
       01 TAB-SEQ-APLICADAS.
           02 SEQ-APL-OCORR OCCURS 5000 TIMES.
              03 SEQ-APL-DATA    PIC 9(08).
              03 SEQ-APL-SEQ     PIC 9(06).
              03 SEQ-APL-CODIGO  PIC 9(03).
              03 SEQ-APL-VALOR   PIC 9(07)V9(02).

      * Apoio a gravacao do razao: data do movimento em AAAAMMDD,
      * sequencia (o INVALID KEY a avanca ate achar vaga) e o saldo
      * da conta depois do pagamento.
       77 LGV-GRAVADO    PIC X(01).
       01 LGV-DATA-MOV.
           02 LGV-AA-MOV PIC 9(04).
           02 LGV-MM-MOV PIC 9(02).
           02 LGV-DD-MOV PIC 9(02).
       01 LGV-DATA-NUM REDEFINES LGV-DATA-MOV PIC 9(08).
       77 SALDO-RESULT   PIC 9(07)V9(02).

      * Credito: o que o cliente ja tinha pago alem da tarifa antes
      * e depois do movimento; a diferenca e o credito gerado.
       77 EXCESSO-ANTES  PIC 9(07)V9(02).
       77 EXCESSO-DEPOIS PIC 9(07)V9(02).
       77 CREDITO-MOV    PIC 9(07)V9(02).

      * Campos das contas a receber de viagem.
       COPY CTARCV-W.

      * Tabela em memoria da referencia de codigos de pagamento.
       COPY TABCPAG-W.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Ultimo mes fechado e o mes (AAAAMM) do movimento corrente.
       COPY FECHMES-W.
       77 MES-MOV PIC 9(06).

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER  PIC X(32) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(18) VALUE SPACES.
           02 FILLER  PIC X(44) VALUE
               "JORNAL DE BAIXA DE PAGAMENTOS DE VIAGEM     ".
           02 FILLER  PIC X(18) VALUE SPACES.

       01 CAB-04.
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "CLI".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(15) VALUE "NOME DO CLIENTE".
           02 FILLER  PIC X(06) VALUE SPACES.
           02 FILLER  PIC X(06) VALUE "VIAGEM".
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(04) VALUE "DATA".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "VALOR".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(03) VALUE "COD".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 CODIGO-DET  PIC ZZ9.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NOME-DET    PIC X(20).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 VIAGEM-DET  PIC X(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DATA-DET.
              03 DD-DET   PIC 99.
              03 FILLER   PIC X VALUE "/".
              03 MM-DET   PIC 99.
              03 FILLER   PIC X VALUE "/".
              03 AAAA-DET PIC 9999.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 VALOR-DET   PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 COD-DET     PIC 99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SITUACAO-DET PIC X(20).

       01 CAB-TOT-01.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "Movimentos lidos.........:".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 VAR-TOT-01 PIC ZZ.ZZ9.

       01 CAB-TOT-02.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "Movimentos aplicados.....:".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 VAR-TOT-02 PIC ZZ.ZZ9.
           02 FILLER    PIC X(09) VALUE " valor   ".
           02 VAR-VAL-02 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-03.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "Movimentos rejeitados....:".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 VAR-TOT-03 PIC ZZ.ZZ9.
           02 FILLER    PIC X(09) VALUE " valor   ".
           02 VAR-VAL-03 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-04.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "Contas quitadas no dia...:".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 VAR-TOT-04 PIC ZZ.ZZ9.

       01 CAB-TOT-05.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(26) VALUE "Creditos (pago a mais)...:".
           02 FILLER    PIC X(02) VALUE SPACES.
           02 VAR-TOT-05 PIC ZZ.ZZ9.
           02 FILLER    PIC X(09) VALUE " valor   ".
           02 VAR-VAL-05 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       PGM-EM02-52.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-52" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-TABCPAG.
            PERFORM LE-FECHMES.
            PERFORM CARREGA-CLIENTES.
      * Sem contas a receber nao ha o que baixar.
            OPEN I-O CTARCV.
            IF WS-RCV-STATUS NOT EQUAL "00"
                DISPLAY "EM02-52: ERRO AO ABRIR CTARCV, STATUS "
                    WS-RCV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE-NUM.
            COMPUTE DIAS-CORTE =
                FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM) - 31.
            MOVE FUNCTION DATE-OF-INTEGER (DIAS-CORTE)
                TO DATA-CORTE.
            PERFORM CARREGA-SEQ-APLICADAS.
      * O razao e permanente: abre em I-O; na primeira execucao
      * (status "35") e criado vazio e reaberto em I-O.
            OPEN I-O LEDGVIA.
            IF WS-LGV-STATUS EQUAL "35"
                OPEN OUTPUT LEDGVIA
                CLOSE LEDGVIA
                OPEN I-O LEDGVIA
            END-IF.
            IF WS-LGV-STATUS NOT EQUAL "00"
                DISPLAY "EM02-52: ERRO AO ABRIR LEDGVIA, STATUS "
                    WS-LGV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT MOVPGV.
            IF WS-MOV-STATUS NOT EQUAL "00"
                DISPLAY "EM02-52: ERRO AO ABRIR MOVPGV, STATUS "
                    WS-MOV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RELPGV
                        MOVREJV.
            PERFORM LEITURA.

       CARREGA-CLIENTES.
           MOVE SPACES TO TAB-CLIENTES.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-52: CADCLI.DAT AUSENTE (STATUS "
                   WS-CLI-STATUS "), JORNAL SEM NOME DO CLIENTE"
           ELSE
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ CADCLI
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF CODIGOIN NUMERIC AND
                              CODIGOIN GREATER THAN ZEROES
                               MOVE NOMEIN TO CLI-NOME (CODIGOIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADCLI
           END-IF.

      * Movimentos com sequencia aplicados nos ultimos 31 dias,
      * apurados do proprio razao (o LEDGVIA guarda a sequencia do
      * movimento de origem).
       CARREGA-SEQ-APLICADAS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT LEDGVIA.
           IF WS-LGV-STATUS EQUAL "00"
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ LEDGVIA NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF LGV-DATA NOT LESS THAN DATA-CORTE
                              AND LGV-SEQ-MOV GREATER THAN ZEROES
                               PERFORM GUARDA-SEQ-APLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGVIA
           END-IF.

       GUARDA-SEQ-APLICADA.
           IF QTD-SEQ-TAB LESS THAN 5000
               ADD 1 TO QTD-SEQ-TAB
               MOVE LGV-DATA    TO SEQ-APL-DATA (QTD-SEQ-TAB)
               MOVE LGV-SEQ-MOV TO SEQ-APL-SEQ (QTD-SEQ-TAB)
               MOVE LGV-CODIGO  TO SEQ-APL-CODIGO (QTD-SEQ-TAB)
               MOVE LGV-VALOR   TO SEQ-APL-VALOR (QTD-SEQ-TAB)
           ELSE
               DISPLAY "EM02-52: MAIS DE 5000 PAGAMENTOS NO RAZAO "
                   "DOS ULTIMOS 31 DIAS, BAIXA ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEITURA.
           READ MOVPGV
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

       PRINCIPAL.
           PERFORM PROCESSA-MOVIMENTO.
           PERFORM LEITURA.

       PROCESSA-MOVIMENTO.
           MOVE SPACES TO MOTIVO-REJ.
           PERFORM VERIFICA-REEXECUCAO.
           IF JA-APLICADO EQUAL "S"
               ADD 1 TO CT-JA-APLICADOS
               MOVE "JA APLICADO (REEXEC)" TO SITUACAO-DET
               PERFORM IMPDET
           ELSE
               PERFORM TRATA-MOVIMENTO
           END-IF.

       TRATA-MOVIMENTO.
           MOVE MOV-DD TO DD-CHK.
           MOVE MOV-MM TO MM-CHK.
           MOVE MOV-AA TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "S"
               MOVE "DATA INVALIDA" TO MOTIVO-REJ
           ELSE
               PERFORM VALIDA-PERIODO
               IF MOTIVO-REJ EQUAL SPACES
                   PERFORM VALIDA-COD-PAG
               END-IF
               IF MOTIVO-REJ EQUAL SPACES
                   PERFORM VALIDA-VALOR
               END-IF
               IF MOTIVO-REJ EQUAL SPACES
                   PERFORM LE-CONTA
               END-IF
           END-IF.
           IF MOTIVO-REJ NOT EQUAL SPACES
               PERFORM REJEITA-MOVIMENTO
           ELSE
               PERFORM APLICA-MOVIMENTO
           END-IF.

       VERIFICA-REEXECUCAO.
           MOVE "N" TO JA-APLICADO.
           IF MOV-SEQ NUMERIC AND MOV-SEQ GREATER THAN ZEROES
               MOVE MOV-AA TO LGV-AA-MOV
               MOVE MOV-MM TO LGV-MM-MOV
               MOVE MOV-DD TO LGV-DD-MOV
               PERFORM VARYING IDX-SEQ FROM 1 BY 1
                       UNTIL IDX-SEQ > QTD-SEQ-TAB
                          OR JA-APLICADO EQUAL "S"
                   IF SEQ-APL-DATA (IDX-SEQ) EQUAL LGV-DATA-NUM AND
                      SEQ-APL-SEQ (IDX-SEQ) EQUAL MOV-SEQ AND
                      SEQ-APL-CODIGO (IDX-SEQ) EQUAL MOV-CODIGO
                      AND SEQ-APL-VALOR (IDX-SEQ) EQUAL MOV-VALOR
                       MOVE "S" TO JA-APLICADO
                   END-IF
               END-PERFORM
           END-IF.

       VALIDA-PERIODO.
           COMPUTE MES-MOV = MOV-AA * 100 + MOV-MM.
           IF MES-FECHADO GREATER THAN ZEROES AND
              MES-MOV NOT GREATER THAN MES-FECHADO
               MOVE "PERIODO FECHADO" TO MOTIVO-REJ
           END-IF.

       VALIDA-COD-PAG.
           IF QTD-CPAG-REF GREATER THAN 0
               MOVE MOV-COD-PAG TO COD-CPAG-BUSCA
               PERFORM BUSCA-CPAG-REF
               IF ACHOU-CPAG-REF EQUAL "N" OR
                  ATIVO-CPAG-REF NOT EQUAL "S"
                   MOVE "COD PAG INVALIDO" TO MOTIVO-REJ
               END-IF
           END-IF.

       VALIDA-VALOR.
           IF MOV-VALOR NOT NUMERIC OR MOV-VALOR EQUAL ZEROES
               MOVE "VALOR INVALIDO" TO MOTIVO-REJ
           END-IF.

      * O pagamento e sempre de uma viagem: a conta do cliente na
      * viagem tem de existir e nao pode estar cancelada (o que a
      * reserva cancelada ja recebeu e devolvido pelo balcao).
       LE-CONTA.
           MOVE MOV-COD-VIAGEM TO RCV-COD-VIAGEM.
           MOVE MOV-CODIGO     TO RCV-CODIGO.
           READ CTARCV
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO MOTIVO-REJ
               NOT INVALID KEY
                   IF RCV-CANCELADA
                       MOVE "CONTA CANCELADA" TO MOTIVO-REJ
                   END-IF
           END-READ.

       APLICA-MOVIMENTO.
           MOVE ZEROES TO EXCESSO-ANTES EXCESSO-DEPOIS CREDITO-MOV.
           IF RCV-PAGO GREATER THAN RCV-TARIFA
               COMPUTE EXCESSO-ANTES = RCV-PAGO - RCV-TARIFA
           END-IF.
           ADD MOV-VALOR TO RCV-PAGO
               ON SIZE ERROR
                   MOVE "VALOR INVALIDO" TO MOTIVO-REJ
           END-ADD.
           IF MOTIVO-REJ NOT EQUAL SPACES
               PERFORM REJEITA-MOVIMENTO
           ELSE
               PERFORM BAIXA-CONTA
           END-IF.

       BAIXA-CONTA.
           IF RCV-PAGO GREATER THAN RCV-TARIFA
               COMPUTE EXCESSO-DEPOIS = RCV-PAGO - RCV-TARIFA
           END-IF.
           COMPUTE CREDITO-MOV = EXCESSO-DEPOIS - EXCESSO-ANTES.
           MOVE MOV-AA TO LGV-AA-MOV.
           MOVE MOV-MM TO LGV-MM-MOV.
           MOVE MOV-DD TO LGV-DD-MOV.
           IF LGV-DATA-NUM GREATER THAN RCV-DATA-ULT-PAG
               MOVE LGV-DATA-NUM TO RCV-DATA-ULT-PAG
           END-IF.
           IF RCV-PAGO NOT LESS THAN RCV-TARIFA
               IF RCV-ABERTA
                   ADD 1 TO CT-QUITADAS
               END-IF
               MOVE "Q" TO RCV-SITUACAO
               MOVE ZEROES TO SALDO-RESULT
               MOVE "QUITADA" TO SITUACAO-DET
           ELSE
               MOVE "A" TO RCV-SITUACAO
               COMPUTE SALDO-RESULT = RCV-TARIFA - RCV-PAGO
               MOVE "APLICADO (PARCIAL)" TO SITUACAO-DET
           END-IF.
           IF CREDITO-MOV GREATER THAN ZEROES
               MOVE "QUITADA COM CREDITO" TO SITUACAO-DET
               ADD 1 TO CT-CREDITOS
               ADD CREDITO-MOV TO VAL-CREDITO
           END-IF.
           REWRITE REG-RCV
               INVALID KEY
                   DISPLAY "EM02-52: ERRO AO GRAVAR CTARCV, STATUS "
                       WS-RCV-STATUS " VIAGEM " RCV-COD-VIAGEM
                       " CLIENTE " RCV-CODIGO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           PERFORM GRAVA-LEDGER.
           ADD 1         TO CT-APLICADOS.
           ADD MOV-VALOR TO VAL-APLICADO.
           ADD 1 TO CT-GRAVADOS.
           PERFORM IMPDET.

       GRAVA-LEDGER.
           MOVE MOV-CODIGO     TO LGV-CODIGO.
           MOVE LGV-DATA-NUM   TO LGV-DATA.
           MOVE 1              TO LGV-SEQ.
           MOVE MOV-COD-VIAGEM TO LGV-COD-VIAGEM.
           MOVE MOV-VALOR      TO LGV-VALOR.
           MOVE MOV-COD-PAG    TO LGV-COD-PAG.
           MOVE SALDO-RESULT   TO LGV-SALDO.
           IF MOV-SEQ NUMERIC
               MOVE MOV-SEQ TO LGV-SEQ-MOV
           ELSE
               MOVE ZEROES TO LGV-SEQ-MOV
           END-IF.
           MOVE "N" TO LGV-GRAVADO.
           PERFORM UNTIL LGV-GRAVADO EQUAL "S"
               WRITE REG-LGV
                   INVALID KEY
                       IF LGV-SEQ LESS THAN 9999
                           ADD 1 TO LGV-SEQ
                       ELSE
                           DISPLAY "EM02-52: SEQUENCIA DO RAZAO "
                               "ESGOTADA PARA O CLIENTE "
                               MOV-CODIGO ", LANCAMENTO PERDIDO"
                           MOVE 4 TO RETURN-CODE
                           MOVE "S" TO LGV-GRAVADO
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO LGV-GRAVADO
               END-WRITE
           END-PERFORM.

       REJEITA-MOVIMENTO.
           MOVE MOV-CODIGO     TO REJ-CODIGO.
           MOVE MOV-COD-VIAGEM TO REJ-COD-VIAGEM.
           MOVE MOV-DD         TO REJ-DD.
           MOVE MOV-MM         TO REJ-MM.
           MOVE MOV-AA         TO REJ-AA.
           MOVE MOV-VALOR      TO REJ-VALOR.
           MOVE MOV-COD-PAG    TO REJ-COD-PAG.
           MOVE MOTIVO-REJ     TO REJ-MOTIVO.
           WRITE REG-MOVREJ.
           ADD 1 TO CT-REJEITADOS.
           ADD 1 TO CT-GRAVADOS.
           IF MOV-VALOR NUMERIC
               ADD MOV-VALOR TO VAL-REJEITADO
           END-IF.
           MOVE MOTIVO-REJ TO SITUACAO-DET.
           PERFORM IMPDET.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE MOV-CODIGO TO CODIGO-DET.
           MOVE SPACES     TO NOME-DET.
           IF MOV-CODIGO NUMERIC
               IF MOV-CODIGO GREATER THAN ZEROES
                   MOVE CLI-NOME (MOV-CODIGO) TO NOME-DET
               END-IF
           END-IF.
           MOVE MOV-COD-VIAGEM TO VIAGEM-DET.
           MOVE MOV-DD      TO DD-DET.
           MOVE MOV-MM      TO MM-DET.
           MOVE MOV-AA      TO AAAA-DET.
           MOVE MOV-VALOR   TO VALOR-DET.
           MOVE MOV-COD-PAG TO COD-DET.
           WRITE REG-JORNAL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-JORNAL.
           WRITE REG-JORNAL AFTER ADVANCING PAGE.
           WRITE REG-JORNAL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-JORNAL.
           WRITE REG-JORNAL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 2+1x4 = 6 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 34.
       TERMINO.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS      TO VAR-TOT-01.
           MOVE CT-APLICADOS  TO VAR-TOT-02.
           MOVE VAL-APLICADO  TO VAR-VAL-02.
           MOVE CT-REJEITADOS TO VAR-TOT-03.
           MOVE VAL-REJEITADO TO VAR-VAL-03.
           MOVE CT-QUITADAS   TO VAR-TOT-04.
           MOVE CT-CREDITOS   TO VAR-TOT-05.
           MOVE VAL-CREDITO   TO VAR-VAL-05.
           WRITE REG-JORNAL FROM CAB-TOT-01 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-TOT-02 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           CLOSE MOVPGV
                 CTARCV
                 LEDGVIA
                 MOVREJV
                 RELPGV.
           IF CT-JA-APLICADOS GREATER THAN ZEROES
               DISPLAY "EM02-52: " CT-JA-APLICADOS " MOVIMENTOS JA "
                   "APLICADOS PULADOS NA REEXECUCAO"
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALDAT-P.

       COPY TABCPAG-P.

       COPY FECHMES-P.

       COPY RUNLOG-P.
