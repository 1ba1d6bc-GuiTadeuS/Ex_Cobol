      *               movimento do dia (MOVPAG) e aplica cada pagamento
      *               contra o CADSOC2 indexado, para a recepcao ver a
      *               baixa no mesmo dia em vez de esperar o snapshot
      *               noturno do EM02-01. O que o socio paga a mais
      *               do que deve vira credito no CREDSOC, abatido
      *               pelo EM02-31 na mensalidade seguinte.
      *               Movimento datado em mes ja fechado pelo EM02-41
      *               (FECHMES) vai para o MOVREJ. Pagamento de socio
      *               com divida baixada como perda (PERDAS, EM02-44)
      *               marca a divida como recuperada; o socio baixado
      *               que ja saiu do CADSOC1 tem o pagamento lancado
      *               como recuperacao em vez de rejeitado. O pago do
      *               mes parte do que o razao LEDGPAG ja mostra pago
      *               no mes do movimento, e nao de zero.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * recepcao nao tem o que mostrar quando o socio contesta.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Interface contabil do dia: resumo dos pagamentos aplicados
      * por codigo de pagamento, com header/trailer de conferencia
      * no mesmo padrao do EXTMKT, para a contabilidade carregar em
      * vez de redigitar os totais do RELMOV impresso.
      * Credito do socio: o que ele paga alem do devido fica
      * guardado aqui, em vez de sumir no saldo zerado do razao.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
           SELECT CONTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      * Diario de baixa: um registro por movimento aplicado, com as
      * Referencia de codigos de pagamento mantida pela contabilidade,
      * para recusar movimentos com codigo desconhecido ou inativo.
           COPY TABCPAG-F.
      * Dividas baixadas como perda pelo EM02-44.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
      * Codigo de pagamento da baixa por perda (EM02-44), que nao e
      * pagamento do socio.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIX-STATUS.
      * Periodos fechados pelo fechamento mensal (EM02-41).
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.
       DATA DIVISION.
       FILE SECTION.

      * Movimento do dia, layout compartilhado em MOVREC.
       FD MOVPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAG.DAT".

       01 REG-MOV.
           COPY MOVREC.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
       01 REG-LEDG.
           COPY LEDGREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

      * Referencia de codigos de pagamento.
       COPY TABCPAG-D.

      * Periodos fechados.
       COPY FECHMES-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

              03 TAB-SOC-NOME   PIC X(30).
              03 TAB-SOC-DEVIDO PIC 9(09)V9(02).
              03 TAB-SOC-PAGO   PIC 9(09)V9(02).
      * Mes (AAAAMM) cujo pago no razao ja esta em TAB-SOC-PAGO;
      * zero enquanto o socio nao teve movimento na execucao.
              03 TAB-SOC-MES    PIC 9(06).

       77 MOTIVO-REJ PIC X(20).

       01 LEDG-DATA-NUM REDEFINES LEDG-DATA-MOV PIC 9(08).
       77 SALDO-RESULT   PIC 9(09)V9(02).

      * Pago do socio no razao no mes do movimento: faixa de datas
      * AAAAMM01 a AAAAMM99 e fim da leitura; o lancamento da baixa
      * por perda (codigo do PARABAIX, padrao 98 como no EM02-44)
      * nao e pagamento e nao entra.
       77 DATA-RAZ-INI   PIC 9(08).
       77 DATA-RAZ-FIM   PIC 9(08).
       77 FIM-RAZAO      PIC X(03).
       77 WS-BAIX-STATUS PIC X(02).
       77 COD-BAIXA      PIC 9(02) VALUE 98.

      * Apoio ao credito: o que o socio ja tinha pago alem do devido
      * antes e depois do movimento; a diferenca e o credito gerado
      * pelo movimento (o pago a mais por movimentos anteriores do
      * dia ja virou credito na vez deles).
       77 WS-CRED-STATUS PIC X(02).
       77 EXCESSO-ANTES  PIC 9(09)V9(02).
       77 EXCESSO-DEPOIS PIC 9(09)V9(02).
       77 CREDITO-MOV    PIC 9(09)V9(02).
       77 CT-CREDITOS    PIC 9(05) VALUE ZEROES.
       77 VAL-CREDITO    PIC 9(12)V9(02) VALUE ZEROES.

      * Recuperacao de perda: sem PERDAS.DAT (nenhuma baixa feita
      * ainda) nao ha o que recuperar.
       77 WS-PERD-STATUS PIC X(02).
       77 TEM-PERDAS     PIC X(01) VALUE "N".
       77 ACHOU-PERDA    PIC X(01).
      * Efeito do movimento no PERDAS, gravado no diario para o
      * estorno (EM02-33): "R" baixada virou recuperada, "P" somou
      * no total recuperado, espaco nenhum.
       77 PERDA-MOV      PIC X(01).
      * Parte do movimento aplicada na divida baixada: ate o que
      * ainda falta recuperar dela, e so do que sobra depois da
      * cobranca do mes (o resto do pagamento continua credito).
       77 VALOR-PERDA-MOV PIC 9(09)V9(02).
       77 DISPONIVEL-PERDA PIC 9(09)V9(02).
       77 PENDENTE-PERDA PIC 9(09)V9(02).
       77 CT-RECUPERADOS PIC 9(05) VALUE ZEROES.
       77 VAL-RECUPERADO PIC 9(12)V9(02) VALUE ZEROES.

      * Resumo contabil do dia por codigo de pagamento, acumulado ao
      * aplicar cada movimento (mesmo desenho do subtotal por
      * COD-PAG do EM02-01, com um codigo novo por entrada conforme
      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Ultimo mes fechado e o mes (AAAAMM) do movimento corrente.
       COPY FECHMES-W.
       77 MES-MOV PIC 9(06).

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 VAR-TOT-07 PIC ZZ.ZZ9.

       01 CAB-08.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "Creditos (pago a mais)...:".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 VAR-TOT-08 PIC ZZ.ZZ9.
          02 FILLER    PIC X(09) VALUE " valor   ".
          02 VAR-VAL-08 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-09.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "Perdas recuperadas.......:".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 VAR-TOT-09 PIC ZZ.ZZ9.
          02 FILLER    PIC X(09) VALUE " valor   ".
          02 VAR-VAL-09 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 NUM-DET     PIC 999.999.
            MOVE "EM02-03" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-TABCPAG.
            PERFORM LE-FECHMES.
            PERFORM LE-PARABAIX.
            PERFORM CARREGA-CADSOC1.
      * A baixa so faz sentido sobre o CADSOC2 que o EM02-01 gerou a
      * noite; se ele nao existir ou nao abrir, aborta com RC para o
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * O credito tambem e permanente; na primeira execucao e
      * criado vazio e reaberto em I-O, porque a baixa le o credito
      * existente antes de somar o novo.
            OPEN I-O CREDSOC.
            IF WS-CRED-STATUS EQUAL "35"
                OPEN OUTPUT CREDSOC
                CLOSE CREDSOC
                OPEN I-O CREDSOC
            END-IF.
            IF WS-CRED-STATUS NOT EQUAL "00"
                DISPLAY "EM02-03: ERRO AO ABRIR CREDSOC, STATUS "
                    WS-CRED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE-NUM.
            COMPUTE DIAS-CORTE-JRN =
                FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM) - 31.
                       MOVE NOME-SOCIO1 TO TAB-SOC-NOME (QTD-SOC-TAB)
                       MOVE VALOR-PAG1  TO TAB-SOC-DEVIDO (QTD-SOC-TAB)
                       MOVE ZEROES      TO TAB-SOC-PAGO (QTD-SOC-TAB)
                       MOVE ZEROES      TO TAB-SOC-MES (QTD-SOC-TAB)
                    ELSE
      * Com a tabela cheia os socios restantes seriam rejeitados por
      * engano como inexistentes; melhor abortar do que baixar errado.
           CLOSE CADSOC1.
           MOVE "NAO" TO FIM-ARQ.

      * Sem PARABAIX.DAT fica o codigo 98, como no EM02-44.
       LE-PARABAIX.
           OPEN INPUT PARABAIX.
           IF WS-BAIX-STATUS EQUAL "00"
               READ PARABAIX
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-COD-BAIXA NUMERIC AND
                          PARAM-COD-BAIXA GREATER THAN ZEROES
                           MOVE PARAM-COD-BAIXA TO COD-BAIXA
                       END-IF
               END-READ
               CLOSE PARABAIX
           END-IF.

       LEITURA.
           READ MOVPAG
               AT END MOVE "SIM" TO FIM-ARQ
      * um movimento rejeitado por data herdaria a marca (e o nome)
      * do movimento anterior no jornal.
           MOVE "N"    TO ACHOU-SOCIO.
           MOVE "N"    TO ACHOU-PERDA.
           MOVE SPACES TO MOTIVO-REJ.
      * Reexecucao: movimento ja aplicado e pulado (sai no jornal
      * impresso, sem credito em dobro e sem ir para o MOVREJ). O
      * valor dele ja esta no razao, e e de la que SOMA-PAGO-NO-MES
      * parte - os movimentos seguintes do mesmo socio calculam
      * saldo e quitacao contando os ja aplicados sem somar aqui.
           PERFORM VERIFICA-REEXECUCAO.
           IF JA-APLICADO EQUAL "S"
               ADD 1 TO CT-JA-APLICADOS
               PERFORM BUSCA-SOCIO
               MOVE "JA APLICADO (REEXEC)" TO SITUACAO-DET
               PERFORM IMPDET
           ELSE
               MOVE "DATA INVALIDA" TO MOTIVO-REJ
               PERFORM REJEITA-MOVIMENTO
           ELSE
               PERFORM VALIDA-PERIODO
               IF MOTIVO-REJ EQUAL SPACES
                   PERFORM VALIDA-COD-PAG
               END-IF
               IF MOTIVO-REJ NOT EQUAL SPACES
                   PERFORM REJEITA-MOVIMENTO
               ELSE
               END-PERFORM
           END-IF.

      * Socio fora do CADSOC1 com divida no PERDAS: a baixa por
      * perda tira o socio do extrato, e o pagamento dele e
      * recuperacao, nao socio inexistente.
       TRATA-SOCIO.
           PERFORM BUSCA-SOCIO.
           IF ACHOU-SOCIO EQUAL "S"
               PERFORM APLICA-MOVIMENTO
           ELSE
               PERFORM BUSCA-PERDA
               IF ACHOU-PERDA EQUAL "S"
                   PERFORM APLICA-RECUPERACAO
               ELSE
                   MOVE "SOCIO INEXISTENTE" TO MOTIVO-REJ
                   PERFORM REJEITA-MOVIMENTO
               END-IF
           END-IF.

      * Recusa o movimento datado em mes ja fechado pela
      * contabilidade (o fechamento de um mes fecha os anteriores).
       VALIDA-PERIODO.
           COMPUTE MES-MOV = MOV-AA * 100 + MOV-MM.
           IF MES-FECHADO GREATER THAN ZEROES AND
              MES-MOV NOT GREATER THAN MES-FECHADO
               MOVE "PERIODO FECHADO" TO MOTIVO-REJ
           END-IF.

      * Recusa o movimento cujo codigo de pagamento nao consta (ou
               SUBTRACT 1 FROM IDX-SOC
           END-IF.

      * Procura a divida do socio no PERDAS; baixada ou ja em
      * recuperacao, o pagamento entra como recuperacao.
       BUSCA-PERDA.
           MOVE "N" TO ACHOU-PERDA.
           IF TEM-PERDAS EQUAL "S"
               MOVE MOV-NUM-SOCIO TO PRD-NUM-SOCIO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-PERDA
               END-READ
           END-IF.

      * Soma em TAB-SOC-PAGO o que o razao ja mostra pago pelo socio
      * no mes do movimento - pagamento de outra execucao do mesmo
      * mes, inclusive a reexecucao, nao pode voltar a ser cobrado
      * nem deixar de virar credito. Feito no primeiro movimento do
      * socio em cada mes; dai em diante o ADD do APLICA-MOVIMENTO
      * acompanha o que esta execucao grava no razao.
       SOMA-PAGO-NO-MES.
           IF TAB-SOC-MES (IDX-SOC) NOT EQUAL MES-MOV
               MOVE ZEROES  TO TAB-SOC-PAGO (IDX-SOC)
               MOVE MES-MOV TO TAB-SOC-MES (IDX-SOC)
               COMPUTE DATA-RAZ-INI = MES-MOV * 100
               COMPUTE DATA-RAZ-FIM = MES-MOV * 100 + 99
               MOVE MOV-NUM-SOCIO TO LED-NUM-SOCIO
               MOVE DATA-RAZ-INI  TO LED-DATA
               MOVE ZEROES        TO LED-SEQ
               MOVE "NAO" TO FIM-RAZAO
               START LEDGPAG KEY NOT LESS THAN LED-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-RAZAO
               END-START
               PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
                   READ LEDGPAG NEXT
                       AT END MOVE "SIM" TO FIM-RAZAO
                       NOT AT END
                           IF LED-NUM-SOCIO NOT EQUAL MOV-NUM-SOCIO
                              OR LED-DATA GREATER THAN DATA-RAZ-FIM
                               MOVE "SIM" TO FIM-RAZAO
                           ELSE
                               IF LED-COD-PAG NOT EQUAL COD-BAIXA
                                   ADD LED-VALOR
                                       TO TAB-SOC-PAGO (IDX-SOC)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APLICA-MOVIMENTO.
           MOVE "N" TO ACAO-CADSOC2.
           MOVE ZEROES TO ANT-SOCIO ANT-VALOR DEP-SOCIO DEP-VALOR.
           MOVE SPACES TO ANT-NOME DEP-NOME.
           MOVE ZEROES TO EXCESSO-ANTES EXCESSO-DEPOIS CREDITO-MOV.
           MOVE SPACE  TO PERDA-MOV.
           PERFORM SOMA-PAGO-NO-MES.
           IF TAB-SOC-PAGO (IDX-SOC) GREATER THAN
              TAB-SOC-DEVIDO (IDX-SOC)
               COMPUTE EXCESSO-ANTES = TAB-SOC-PAGO (IDX-SOC)
                   - TAB-SOC-DEVIDO (IDX-SOC)
           END-IF.
           ADD MOV-VALOR TO TAB-SOC-PAGO (IDX-SOC).
           IF TAB-SOC-PAGO (IDX-SOC) GREATER THAN
              TAB-SOC-DEVIDO (IDX-SOC)
               COMPUTE EXCESSO-DEPOIS = TAB-SOC-PAGO (IDX-SOC)
                   - TAB-SOC-DEVIDO (IDX-SOC)
           END-IF.
           COMPUTE CREDITO-MOV = EXCESSO-DEPOIS - EXCESSO-ANTES.
           ADD 1         TO CT-APLICADOS.
           ADD MOV-VALOR TO VAL-APLICADO.
      * O PERDAS e atualizado antes de qualquer outra gravacao do
      * movimento: se a regravacao falhar, a baixa aborta sem deixar
      * o movimento pela metade.
           PERFORM CONFERE-PERDA.
           IF TAB-SOC-PAGO (IDX-SOC) NOT LESS THAN
              TAB-SOC-DEVIDO (IDX-SOC)
               PERFORM BAIXA-CADSOC2
           ELSE
               MOVE "APLICADO (PARCIAL)" TO SITUACAO-DET
           END-IF.
           IF PERDA-MOV EQUAL "R"
               MOVE "RECUPERA PERDA" TO SITUACAO-DET
           END-IF.
           PERFORM CALCULA-SALDO.
           PERFORM GRAVA-LEDGER.
           IF CREDITO-MOV GREATER THAN ZEROES
               PERFORM GRAVA-CREDITO
           END-IF.
           PERFORM GRAVA-JORNAL.
           PERFORM ACUMULA-CONTAB.
           ADD 1 TO CT-GRAVADOS.
           PERFORM IMPDET.

      * Pagamento de socio que so consta no PERDAS: nao mexe no
      * CADSOC2; o movimento vai inteiro para a divida baixada, ate
      * o que falta recuperar dela, e o que passar disso vira
      * credito. Vai para o razao com o saldo da divida que ainda
      * falta recuperar, e entra no diario e no resumo contabil como
      * qualquer pagamento aplicado.
       APLICA-RECUPERACAO.
           MOVE "N" TO ACAO-CADSOC2.
           MOVE ZEROES TO ANT-SOCIO ANT-VALOR DEP-SOCIO DEP-VALOR.
           MOVE SPACES TO ANT-NOME DEP-NOME.
           MOVE ZEROES TO EXCESSO-ANTES EXCESSO-DEPOIS CREDITO-MOV.
           MOVE SPACE  TO PERDA-MOV.
           ADD 1         TO CT-APLICADOS.
           ADD MOV-VALOR TO VAL-APLICADO.
           MOVE MOV-VALOR TO DISPONIVEL-PERDA.
           PERFORM CALCULA-PARTE-PERDA.
           COMPUTE CREDITO-MOV = MOV-VALOR - VALOR-PERDA-MOV.
           IF VALOR-PERDA-MOV GREATER THAN ZEROES
               PERFORM MARCA-RECUPERACAO
               MOVE "RECUPERA PERDA" TO SITUACAO-DET
           ELSE
               MOVE "PERDA JA RECUPERADA" TO SITUACAO-DET
           END-IF.
           IF PRD-VALOR-RECUP NOT LESS THAN PRD-VALOR
               MOVE ZEROES TO SALDO-RESULT
           ELSE
               COMPUTE SALDO-RESULT = PRD-VALOR - PRD-VALOR-RECUP
           END-IF.
           PERFORM GRAVA-LEDGER.
           IF CREDITO-MOV GREATER THAN ZEROES
               PERFORM GRAVA-CREDITO
           END-IF.
           PERFORM GRAVA-JORNAL.
           PERFORM ACUMULA-CONTAB.
           ADD 1 TO CT-GRAVADOS.
               END-IF
           END-IF.

      * Saldo devedor resultante: devido menos pago, sem ficar
      * negativo quando o socio paga a mais - o excesso vai para o
      * CREDSOC, ver GRAVA-CREDITO.
       CALCULA-SALDO.
           IF TAB-SOC-PAGO (IDX-SOC) NOT LESS THAN
              TAB-SOC-DEVIDO (IDX-SOC)
               MOVE ZEROES TO SALDO-RESULT
               COMPUTE SALDO-RESULT = TAB-SOC-DEVIDO (IDX-SOC)
                   - TAB-SOC-PAGO (IDX-SOC)
           END-IF.

      * Anexa o pagamento aplicado no razao, com o saldo devedor
      * resultante em SALDO-RESULT. A sequencia comeca em 1 e o
      * INVALID KEY a avanca ate achar vaga - e assim que o segundo
      * pagamento do mesmo socio no mesmo dia ganha a sequencia 2.
       GRAVA-LEDGER.
           MOVE MOV-AA TO LEDG-AA-MOV.
           MOVE MOV-MM TO LEDG-MM-MOV.
           MOVE MOV-DD TO LEDG-DD-MOV.
               END-WRITE
           END-PERFORM.

      * Socio com divida baixada como perda voltou a pagar: o que o
      * movimento paga alem da cobranca do mes (o que viraria
      * credito) vai para a divida baixada, que e marcada como
      * recuperada (o EM02-01 volta a leva-la ao ARQATRA) com a data
      * deste pagamento; os pagamentos seguintes somam no total
      * recuperado. O pagamento que so cobre a cobranca do mes nao
      * mexe no PERDAS.
       CONFERE-PERDA.
           MOVE ZEROES TO VALOR-PERDA-MOV.
           IF CREDITO-MOV GREATER THAN ZEROES
               PERFORM BUSCA-PERDA
               IF ACHOU-PERDA EQUAL "S"
                   MOVE CREDITO-MOV TO DISPONIVEL-PERDA
                   PERFORM CALCULA-PARTE-PERDA
                   IF VALOR-PERDA-MOV GREATER THAN ZEROES
                       SUBTRACT VALOR-PERDA-MOV FROM CREDITO-MOV
                       PERFORM MARCA-RECUPERACAO
                   END-IF
               END-IF
           END-IF.

      * Parte de DISPONIVEL-PERDA que cabe na divida baixada: o que
      * ainda falta recuperar dela, no maximo.
       CALCULA-PARTE-PERDA.
           IF PRD-VALOR-RECUP NOT LESS THAN PRD-VALOR
               MOVE ZEROES TO PENDENTE-PERDA
           ELSE
               COMPUTE PENDENTE-PERDA = PRD-VALOR - PRD-VALOR-RECUP
           END-IF.
           IF DISPONIVEL-PERDA GREATER THAN PENDENTE-PERDA
               MOVE PENDENTE-PERDA TO VALOR-PERDA-MOV
           ELSE
               MOVE DISPONIVEL-PERDA TO VALOR-PERDA-MOV
           END-IF.

      * Atualiza o registro do PERDAS ja lido com a parte do
      * movimento aplicada nele e guarda em PERDA-MOV o que foi
      * feito, para o diario. Sem a regravacao a recuperacao se
      * perderia calada; aborta com RC para o operador.
       MARCA-RECUPERACAO.
           MOVE MOV-AA TO LEDG-AA-MOV.
           MOVE MOV-MM TO LEDG-MM-MOV.
           MOVE MOV-DD TO LEDG-DD-MOV.
           IF PRD-BAIXADA
               MOVE "R" TO PRD-SITUACAO
               MOVE LEDG-DATA-NUM   TO PRD-DATA-RECUP
               MOVE VALOR-PERDA-MOV TO PRD-VALOR-RECUP
               MOVE "R" TO PERDA-MOV
           ELSE
               ADD VALOR-PERDA-MOV TO PRD-VALOR-RECUP
               MOVE "P" TO PERDA-MOV
           END-IF.
           REWRITE REG-PERD.
           IF WS-PERD-STATUS NOT EQUAL "00"
               DISPLAY "EM02-03: ERRO AO REGRAVAR PERDAS, SOCIO "
                   PRD-NUM-SOCIO ", STATUS " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PERDA-MOV EQUAL "R"
               ADD 1 TO CT-RECUPERADOS
           END-IF.
           ADD VALOR-PERDA-MOV TO VAL-RECUPERADO.

      * Soma ao credito do socio o que o movimento pagou a mais; o
      * credito que sai de zero comeca a contar idade na data do
      * movimento.
       GRAVA-CREDITO.
           MOVE MOV-NUM-SOCIO TO CRD-NUM-SOCIO.
           READ CREDSOC
               INVALID KEY
                   MOVE MOV-NUM-SOCIO TO CRD-NUM-SOCIO
                   MOVE CREDITO-MOV   TO CRD-SALDO
                   MOVE LEDG-DATA-NUM TO CRD-DATA-ORIG
                   MOVE LEDG-DATA-NUM TO CRD-DATA-ULT
                   MOVE ZEROES TO CRD-MES-ABAT
                   MOVE ZEROES TO CRD-VALOR-ABAT
                   WRITE REG-CRED
               NOT INVALID KEY
                   IF CRD-SALDO EQUAL ZEROES
                       MOVE LEDG-DATA-NUM TO CRD-DATA-ORIG
                   END-IF
                   ADD CREDITO-MOV TO CRD-SALDO
                   MOVE LEDG-DATA-NUM TO CRD-DATA-ULT
                   REWRITE REG-CRED
           END-READ.
      * Sem o CREDSOC gravado o credito nao vai para o diario: o
      * estorno do EM02-33 tiraria do CREDSOC o que nunca entrou.
           IF WS-CRED-STATUS NOT EQUAL "00"
               DISPLAY "EM02-03: ERRO AO GRAVAR CREDSOC, SOCIO "
                   MOV-NUM-SOCIO ", STATUS " WS-CRED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CT-CREDITOS.
           ADD CREDITO-MOV TO VAL-CREDITO.

      * Anexa o movimento aplicado no diario de baixa, com a acao
      * sobre o CADSOC2, as imagens antes/depois e a chave do
      * lancamento do razao (zerada se o lancamento se perdeu).
               MOVE ZEROES TO JRN-LED-DATA
               MOVE ZEROES TO JRN-LED-SEQ
           END-IF.
           MOVE CREDITO-MOV   TO JRN-CREDITO.
           MOVE PERDA-MOV     TO JRN-PERDA.
           MOVE VALOR-PERDA-MOV TO JRN-VALOR-PERDA.
           WRITE REG-JRN.

      * Divida quitada: inclui o socio no CADSOC2 para a consulta da
           IF ACHOU-SOCIO EQUAL "S"
               MOVE TAB-SOC-NOME (IDX-SOC) TO NOME-DET
           ELSE
               IF ACHOU-PERDA EQUAL "S"
                   MOVE PRD-NOME TO NOME-DET
               ELSE
                   MOVE SPACES TO NOME-DET
               END-IF
           END-IF.
           MOVE MOV-DD      TO DD-DET.
           MOVE MOV-MM      TO MM-DET.
           MOVE CT-REJEITADOS TO VAR-TOT-06.
           MOVE VAL-REJEITADO TO VAR-VAL-06.
           MOVE CT-QUITADOS   TO VAR-TOT-07.
           MOVE CT-CREDITOS   TO VAR-TOT-08.
           MOVE VAL-CREDITO   TO VAR-VAL-08.
           WRITE REG-JORNAL FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-05 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-06 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-07 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-08 AFTER ADVANCING 1 LINE.
           MOVE CT-RECUPERADOS TO VAR-TOT-09.
           MOVE VAL-RECUPERADO TO VAR-VAL-09.
           WRITE REG-JORNAL FROM CAB-09 AFTER ADVANCING 1 LINE.

      * Grava a interface contabil do dia: header com a data do
      * movimento e o job de origem, um detalhe por codigo de
           CLOSE MOVPAG
                 CADSOC2
                 LEDGPAG
                 CREDSOC
                 MOVREJ
                 RELMOV
                 CONTAB
                 JRNPAG.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
           IF CT-JA-APLICADOS GREATER THAN ZEROES
               DISPLAY "EM02-03: " CT-JA-APLICADOS " MOVIMENTOS JA "
                   "APLICADOS PULADOS NA REEXECUCAO"

       COPY TABCPAG-P.

       COPY FECHMES-P.

       COPY RUNLOG-P.
