       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-44.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       BAIXA DE DIVIDAS COMO PERDA: le a lista de
      *               socios aprovada pela diretoria (BAIXAPRV.DAT,
      *               socio + numero da ata) e tira cada divida
      *               aprovada do contas a receber - sai do ARQATRA
      *               e do CADSOC2 - lancando o valor baixado (valor
      *               ajustado do ARQATRA, com os juros) no LEDGPAG
      *               com o codigo de pagamento proprio da baixa
      *               (PARABAIX.DAT, padrao 98) e na interface
      *               contabil CTBPERDA.DAT. A divida baixada fica
      *               guardada em PERDAS.DAT: o EM02-01 deixa de leva-
      *               la ao ARQATRA e, se o socio voltar a pagar, o
      *               EM02-03 a marca como recuperada. Aprovado que
      *               nao esta no ARQATRA sai no RELBAIXA com o
      *               motivo e a execucao termina com RC 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lista de socios cuja divida a diretoria aprovou baixar.
           SELECT BAIXAPRV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRV-STATUS.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
      * Copia de trabalho do ARQATRA sem as dividas baixadas; no
      * final ela substitui o ARQATRA.
           SELECT ARQATRW ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRW-STATUS.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT CADSOC2 ASSIGN TO "CADSOC2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-SOCIO2
           FILE STATUS IS WS-FILE-STATUS.
      * Codigo de pagamento da baixa por perda.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Interface contabil da baixa, no mesmo padrao H/D/T do
      * CONTAB da baixa diaria (EM02-03).
           SELECT CTBPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELBAIXA ASSIGN TO DISK.
      * Referencia de codigos de pagamento.
           COPY TABCPAG-F.
      * Periodos fechados.
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Socio aprovado e a ata da reuniao da diretoria.
       FD BAIXAPRV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BAIXAPRV.DAT".

       01 REG-APRV.
           02 APV-NUM-SOCIO PIC 9(06).
           02 APV-ATA       PIC X(10).

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

       01 REG-ATRA.
           COPY ATRREC.

       FD ARQATRW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRW.DAT".

       01 REG-ATRW PIC X(82).

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

       FD CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".

       01 REG-SAI.
           02 NUM-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2    PIC X(30).
           02 VALOR-PAG2     PIC 9(09)V9(02).

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

       FD CTBPERDA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTBPERDA.DAT".

       01 REG-CTB PIC X(60).

       FD RELBAIXA
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(118).

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
       77 WS-APRV-STATUS  PIC X(02).
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-ATRW-STATUS  PIC X(02).
       77 WS-PERD-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-FILE-STATUS  PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 TEM-CADSOC2     PIC X(01) VALUE "N".

      * Codigo de pagamento da baixa (padrao 98 quando PARABAIX.DAT
      * falta ou vem zerado) e a data da baixa.
       77 COD-BAIXA    PIC 9(02) VALUE 98.
       77 DESC-BAIXA   PIC X(20) VALUE "BAIXA POR PERDA".
       77 DATA-BAIXA   PIC 9(08).
       77 MES-CORRENTE PIC 9(06).

      * Lista aprovada em memoria; TAB-APV-USADO marca o socio que
      * foi achado no ARQATRA.
       77 QTD-APV-TAB PIC 9(04) VALUE ZEROES.
       77 IDX-APV     PIC 9(04).
       77 ACHOU-APV   PIC X(01).
       01 TAB-APROVADOS.
           02 TAB-APV-OCORR OCCURS 1000 TIMES.
              03 TAB-APV-NUM   PIC 9(06).
              03 TAB-APV-ATA   PIC X(10).
              03 TAB-APV-USADO PIC X(01).

      * Apoio a gravacao do razao e do arquivo de perdas.
       77 LEDG-GRAVADO PIC X(01).
       77 TEM-PERDA    PIC X(01).
       77 SITUACAO-BX  PIC X(20).

      * Totais da baixa.
       77 CT-BAIXADOS   PIC 9(05) VALUE ZEROES.
       77 CT-RECUSADOS  PIC 9(05) VALUE ZEROES.
       77 CT-MANTIDOS   PIC 9(05) VALUE ZEROES.
       77 CT-TIRADOS-S2 PIC 9(05) VALUE ZEROES.
       77 TOT-ORIG      PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-JUROS     PIC 9(11)V9(02) VALUE ZEROES.
       77 TOT-BAIXADO   PIC 9(11)V9(02) VALUE ZEROES.
       77 HASH-CTB      PIC 9(13)V9(02) VALUE ZEROES.

      * Registro header da interface contabil: data da baixa,
      * data/hora da geracao e o job de origem.
       01 CTB-HEADER.
          02 FILLER       PIC X(02) VALUE "H;".
          02 HDR-DATA-MOV PIC 9(08).
          02 FILLER       PIC X(01) VALUE ";".
          02 HDR-DATA-GER PIC 9(08).
          02 FILLER       PIC X(01) VALUE ";".
          02 HDR-HORA-GER PIC 9(06).
          02 FILLER       PIC X(01) VALUE ";".
          02 FILLER       PIC X(07) VALUE "EM02-44".

      * Registro de detalhe: o total baixado no codigo da baixa.
       01 CTB-DETALHE.
          02 FILLER       PIC X(02) VALUE "D;".
          02 CTB-COD-SAI  PIC 9(02).
          02 FILLER       PIC X(01) VALUE ";".
          02 CTB-DESC-SAI PIC X(20).
          02 FILLER       PIC X(01) VALUE ";".
          02 CTB-QTD-SAI  PIC 9(05).
          02 FILLER       PIC X(01) VALUE ";".
          02 CTB-TOT-SAI  PIC 9(12)V9(02).

      * Registro trailer: contagem de detalhes e hash total do valor.
       01 CTB-TRAILER.
          02 FILLER       PIC X(02) VALUE "T;".
          02 CTB-TRL-QTD  PIC 9(07).
          02 FILLER       PIC X(01) VALUE ";".
          02 CTB-TRL-HASH PIC 9(13)V9(02).

      * Tabela em memoria da referencia de codigos de pagamento.
       COPY TABCPAG-W.

      * Ultimo mes ja fechado.
       COPY FECHMES-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
          02 FILLER  PIC X(108) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 99.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(50) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(51) VALUE SPACES.

       01 CAB-03.
          02 FILLER  PIC X(40) VALUE SPACES.
          02 FILLER  PIC X(28) VALUE "BAIXA DE DIVIDAS COMO PERDA ".
          02 FILLER  PIC X(03) VALUE "EM ".
          02 VAR-DIA PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 VAR-MES PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 VAR-ANO PIC 9999.
          02 FILLER  PIC X(37) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(55) VALUE
              " SOCIO  NOME DO SOCIO                  DIA FAIXA".
          02 FILLER PIC X(63) VALUE
              "VALOR ORIG.          JUROS  VALOR BAIXADO  SITUACAO".

       01 DETALHE.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NUM-DET     PIC 9(06).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-DET    PIC X(30).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 DIAS-DET    PIC ZZ9.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FAIXA-DET   PIC X(09).
          02 ORIG-DET    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 JUROS-DET   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 BAIXA-DET   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 SIT-DET     PIC X(20).

       01 LIN-TOTAL.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FILLER      PIC X(49) VALUE "TOTAL BAIXADO".
          02 ORIG-TOT    PIC ZZZZZ.ZZZ.ZZ9,99.
          02 JUROS-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.
          02 BAIXA-TOT   PIC ZZZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-01.
          02 FILLER PIC X(40) VALUE
              "TOTAIS DE CONTROLE DA BAIXA POR PERDA   ".

       01 CAB-TOT-02.
          02 FILLER       PIC X(32) VALUE
              "SOCIOS NA LISTA APROVADA......: ".
          02 VAR-APROV    PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER       PIC X(32) VALUE
              "DIVIDAS BAIXADAS..............: ".
          02 VAR-BAIXADOS PIC ZZ.ZZ9.
          02 FILLER       PIC X(08) VALUE "  CODIGO".
          02 FILLER       PIC X(01) VALUE SPACES.
          02 VAR-COD      PIC 99.

       01 CAB-TOT-04.
          02 FILLER       PIC X(32) VALUE
              "APROVADOS NAO BAIXADOS........: ".
          02 VAR-RECUSA   PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER       PIC X(32) VALUE
              "RETIRADOS DO CADSOC2..........: ".
          02 VAR-TIRADOS  PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER       PIC X(32) VALUE
              "MANTIDOS NO ARQATRA...........: ".
          02 VAR-MANTIDOS PIC ZZ.ZZ9.

       01 CAB-ASSINA.
          02 FILLER PIC X(60) VALUE
              "CONFERIDO POR: __________________   DATA: ___/___/____".

       PROCEDURE DIVISION.

       PGM-EM02-44.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM REGRAVA-ARQATRA.
       PERFORM APROVADOS-FORA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-44" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-BAIXA.
            MOVE FUNCTION CURRENT-DATE (1:6)  TO MES-CORRENTE.
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABCPAG.
            PERFORM CONFERE-COD-BAIXA.
      * O lancamento da baixa e datado hoje; com o mes corrente ja
      * fechado pelo EM02-41 ele cairia num periodo fechado.
            PERFORM LE-FECHMES.
            IF MES-FECHADO GREATER THAN ZEROES AND
               MES-CORRENTE NOT GREATER THAN MES-FECHADO
                DISPLAY "EM02-44: MES " MES-CORRENTE " JA FECHADO, "
                    "BAIXA ABORTADA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARREGA-APROVADOS.
            OPEN INPUT ARQATRA.
            IF WS-ATRA-STATUS NOT EQUAL "00"
                DISPLAY "EM02-44: ERRO AO ABRIR ARQATRA, STATUS "
                    WS-ATRA-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT ARQATRW.
            IF WS-ATRW-STATUS NOT EQUAL "00"
                DISPLAY "EM02-44: ERRO AO ABRIR ARQATRW, STATUS "
                    WS-ATRW-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * O arquivo de perdas e permanente; na primeira baixa e
      * criado vazio e reaberto em I-O, porque a baixa le o
      * registro do socio antes de gravar.
            OPEN I-O PERDAS.
            IF WS-PERD-STATUS EQUAL "35"
                OPEN OUTPUT PERDAS
                CLOSE PERDAS
                OPEN I-O PERDAS
            END-IF.
            IF WS-PERD-STATUS NOT EQUAL "00"
                DISPLAY "EM02-44: ERRO AO ABRIR PERDAS, STATUS "
                    WS-PERD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * O razao e permanente: mesmo tratamento do EM02-03.
            OPEN I-O LEDGPAG.
            IF WS-LEDG-STATUS EQUAL "35"
                OPEN OUTPUT LEDGPAG
            END-IF.
            IF WS-LEDG-STATUS NOT EQUAL "00"
                DISPLAY "EM02-44: ERRO AO ABRIR LEDGPAG, STATUS "
                    WS-LEDG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CADSOC2.
            IF WS-FILE-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADSOC2
            ELSE
                DISPLAY "EM02-44: CADSOC2 NAO ABRE (STATUS "
                    WS-FILE-STATUS "), BAIXA SEM RETIRAR DO CADSOC2"
            END-IF.
            OPEN OUTPUT RELBAIXA
                        CTBPERDA.
            PERFORM CABECALHO.
            PERFORM LEITURA.

      * Sem PARABAIX.DAT (ou com zero) a baixa usa o codigo 98.
       LE-PARAMETROS.
           OPEN INPUT PARABAIX.
           IF WS-PARAM-STATUS EQUAL "00"
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

      * O codigo da baixa tem de estar cadastrado e ativo na
      * referencia da contabilidade - um lancamento com codigo
      * desconhecido nao fecharia na carga da interface. Sem
      * TABCPAG.DAT a verificacao fica desligada (LE-TABCPAG ja
      * avisou no console).
       CONFERE-COD-BAIXA.
           IF QTD-CPAG-REF GREATER THAN 0
               MOVE COD-BAIXA TO COD-CPAG-BUSCA
               PERFORM BUSCA-CPAG-REF
               IF ACHOU-CPAG-REF EQUAL "N" OR
                  ATIVO-CPAG-REF NOT EQUAL "S"
                   DISPLAY "EM02-44: CODIGO DE BAIXA " COD-BAIXA
                       " NAO CADASTRADO OU INATIVO NO TABCPAG, "
                       "BAIXA ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DESC-CPAG-REF TO DESC-BAIXA
           END-IF.

      * Carrega a lista aprovada pela diretoria; sem ela nao ha o
      * que baixar.
       CARREGA-APROVADOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT BAIXAPRV.
           IF WS-APRV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-44: ERRO AO ABRIR BAIXAPRV, STATUS "
                   WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ BAIXAPRV
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF QTD-APV-TAB LESS THAN 1000
                           ADD 1 TO QTD-APV-TAB
                           MOVE APV-NUM-SOCIO
                               TO TAB-APV-NUM (QTD-APV-TAB)
                           MOVE APV-ATA TO TAB-APV-ATA (QTD-APV-TAB)
                           MOVE "N" TO TAB-APV-USADO (QTD-APV-TAB)
                       ELSE
      * Baixa pela metade da lista aprovada nao fecha com a ata;
      * melhor abortar.
                           DISPLAY "EM02-44: MAIS DE 1000 SOCIOS EM "
                               "BAIXAPRV, BAIXA ABORTADA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BAIXAPRV.

       LEITURA.
           READ ARQATRA
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * Um atrasado por vez: aprovado sai do extrato como perda, o
      * resto vai para a copia de trabalho.
       PRINCIPAL.
           PERFORM BUSCA-APROVADO.
           IF ACHOU-APV EQUAL "S"
               PERFORM BAIXA-DIVIDA
           ELSE
               WRITE REG-ATRW FROM REG-ATRA
               ADD 1 TO CT-MANTIDOS
           END-IF.
           PERFORM LEITURA.

       BUSCA-APROVADO.
           MOVE "N" TO ACHOU-APV.
           PERFORM VARYING IDX-APV FROM 1 BY 1
                   UNTIL IDX-APV > QTD-APV-TAB
                      OR ACHOU-APV EQUAL "S"
               IF TAB-APV-NUM (IDX-APV) EQUAL ATR-NUM-SOCIO
                   MOVE "S" TO ACHOU-APV
               END-IF
           END-PERFORM.
      * O PERFORM VARYING para com IDX-APV ja apontando uma posicao
      * alem da encontrada; volta para a posicao do socio.
           IF ACHOU-APV EQUAL "S"
               SUBTRACT 1 FROM IDX-APV
           END-IF.

      * Divida ja baixada e ainda nao recuperada (ARQATRA anterior
      * a uma baixa passada) so sai do extrato; a recuperada volta
      * a ser baixada com os valores de hoje.
       BAIXA-DIVIDA.
           MOVE "S" TO TAB-APV-USADO (IDX-APV).
           MOVE ATR-NUM-SOCIO TO PRD-NUM-SOCIO.
           READ PERDAS
               INVALID KEY
                   MOVE "N" TO TEM-PERDA
               NOT INVALID KEY
                   MOVE "S" TO TEM-PERDA
           END-READ.
           IF TEM-PERDA EQUAL "S" AND PRD-BAIXADA
               MOVE "JA BAIXADA ANTES" TO SITUACAO-BX
               ADD 1 TO CT-RECUSADOS
           ELSE
               PERFORM GRAVA-PERDA
               PERFORM GRAVA-LEDGER
               PERFORM TIRA-CADSOC2
               MOVE "BAIXADA"             TO SITUACAO-BX
               MOVE TAB-APV-ATA (IDX-APV) TO SITUACAO-BX (9:10)
               ADD 1 TO CT-BAIXADOS
               ADD ATR-VALOR-ORIG TO TOT-ORIG
               ADD ATR-JUROS      TO TOT-JUROS
               ADD ATR-AJUST      TO TOT-BAIXADO
               COMPUTE HASH-CTB = HASH-CTB + ATR-AJUST
               IF HASH-CTB NOT LESS THAN 1000000000000
                   SUBTRACT 1000000000000 FROM HASH-CTB
               END-IF
           END-IF.
           PERFORM IMPDET.

       GRAVA-PERDA.
           MOVE ATR-NUM-SOCIO   TO PRD-NUM-SOCIO.
           MOVE ATR-NOME        TO PRD-NOME.
           MOVE DATA-BAIXA      TO PRD-DATA-BAIXA.
           MOVE TAB-APV-ATA (IDX-APV) TO PRD-ATA.
           MOVE ATR-DIAS        TO PRD-DIAS.
           MOVE ATR-FAIXA       TO PRD-FAIXA.
           MOVE ATR-VALOR-ORIG  TO PRD-VALOR-ORIG.
           MOVE ATR-JUROS       TO PRD-JUROS.
           MOVE ATR-AJUST       TO PRD-VALOR.
           MOVE COD-BAIXA       TO PRD-COD-PAG.
           MOVE "B"             TO PRD-SITUACAO.
           MOVE ZEROES          TO PRD-DATA-RECUP.
           MOVE ZEROES          TO PRD-VALOR-RECUP.
           IF TEM-PERDA EQUAL "S"
               REWRITE REG-PERD
           ELSE
               WRITE REG-PERD
           END-IF.
      * Sem a divida no PERDAS a baixa nao vai adiante: o razao, o
      * ARQATRA e o CADSOC2 ficam como estavam e o faturamento e a
      * recuperacao continuam vendo a divida.
           IF WS-PERD-STATUS NOT EQUAL "00"
               DISPLAY "EM02-44: ERRO AO GRAVAR PERDAS, SOCIO "
                   ATR-NUM-SOCIO ", STATUS " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CT-GRAVADOS.

      * Lanca o valor baixado no razao com o codigo da baixa e saldo
      * zero; a sequencia do dia avanca pelo INVALID KEY, como na
      * baixa diaria (EM02-03).
       GRAVA-LEDGER.
           MOVE ATR-NUM-SOCIO TO LED-NUM-SOCIO.
           MOVE DATA-BAIXA    TO LED-DATA.
           MOVE 1             TO LED-SEQ.
           MOVE ATR-AJUST     TO LED-VALOR.
           MOVE COD-BAIXA     TO LED-COD-PAG.
           MOVE ZEROES        TO LED-SALDO.
           MOVE "N" TO LEDG-GRAVADO.
           PERFORM UNTIL LEDG-GRAVADO EQUAL "S"
               WRITE REG-LEDG
                   INVALID KEY
                       IF LED-SEQ LESS THAN 9999
                           ADD 1 TO LED-SEQ
                       ELSE
                           DISPLAY "EM02-44: SEQUENCIA DO RAZAO "
                               "ESGOTADA PARA O SOCIO "
                               ATR-NUM-SOCIO ", LANCAMENTO PERDIDO"
                           MOVE "S" TO LEDG-GRAVADO
                       END-IF
                   NOT INVALID KEY
                       MOVE "S" TO LEDG-GRAVADO
                       ADD 1 TO CT-GRAVADOS
               END-WRITE
           END-PERFORM.

      * Divida baixada nao e divida quitada: sai do CADSOC2, se la
      * estiver.
       TIRA-CADSOC2.
           IF TEM-CADSOC2 EQUAL "S"
               MOVE ATR-NUM-SOCIO TO NUM-SOCIO2
               DELETE CADSOC2 RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CT-TIRADOS-S2
               END-DELETE
           END-IF.

      * A copia de trabalho, sem as dividas baixadas, passa a ser o
      * ARQATRA lido pelos programas de cobranca.
       REGRAVA-ARQATRA.
           CLOSE ARQATRA
                 ARQATRW.
           OPEN INPUT ARQATRW
                OUTPUT ARQATRA.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ ARQATRW
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       WRITE REG-ATRA FROM REG-ATRW
               END-READ
           END-PERFORM.
           CLOSE ARQATRW
                 ARQATRA.

      * Aprovado que nao estava no ARQATRA: ja baixado numa
      * execucao anterior, ou sem divida em atraso hoje.
       APROVADOS-FORA.
           PERFORM VARYING IDX-APV FROM 1 BY 1
                   UNTIL IDX-APV > QTD-APV-TAB
               IF TAB-APV-USADO (IDX-APV) EQUAL "N"
                   PERFORM APROVADO-NAO-ACHADO
               END-IF
           END-PERFORM.

       APROVADO-NAO-ACHADO.
           ADD 1 TO CT-RECUSADOS.
           MOVE TAB-APV-NUM (IDX-APV) TO PRD-NUM-SOCIO.
           READ PERDAS
               INVALID KEY
                   MOVE "N" TO TEM-PERDA
               NOT INVALID KEY
                   MOVE "S" TO TEM-PERDA
           END-READ.
           MOVE TAB-APV-NUM (IDX-APV) TO ATR-NUM-SOCIO.
           MOVE ZEROES TO ATR-DIAS ATR-VALOR-ORIG ATR-JUROS ATR-AJUST.
           MOVE SPACES TO ATR-FAIXA.
           IF TEM-PERDA EQUAL "S" AND PRD-BAIXADA
               MOVE PRD-NOME TO ATR-NOME
               MOVE "JA BAIXADA ANTES" TO SITUACAO-BX
           ELSE
               MOVE SPACES TO ATR-NOME
               MOVE "FORA DO ARQATRA" TO SITUACAO-BX
           END-IF.
           PERFORM IMPDET.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE ATR-NUM-SOCIO  TO NUM-DET.
           MOVE ATR-NOME       TO NOME-DET.
           MOVE ATR-DIAS       TO DIAS-DET.
           MOVE ATR-FAIXA      TO FAIXA-DET.
           MOVE ATR-VALOR-ORIG TO ORIG-DET.
           MOVE ATR-JUROS      TO JUROS-DET.
           IF SITUACAO-BX (1:7) EQUAL "BAIXADA"
               MOVE ATR-AJUST  TO BAIXA-DET
           ELSE
               MOVE ZEROES     TO BAIXA-DET
           END-IF.
           MOVE SITUACAO-BX    TO SIT-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-BAIXA (7:2) TO VAR-DIA.
           MOVE DATA-BAIXA (5:2) TO VAR-MES.
           MOVE DATA-BAIXA (1:4) TO VAR-ANO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Grava a interface contabil da baixa: header com a data da
      * baixa, um detalhe com o total no codigo da baixa (so quando
      * houve baixa) e trailer com contagem e hash total do valor.
       GRAVA-CONTAB.
           MOVE DATA-BAIXA TO HDR-DATA-MOV.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HDR-DATA-GER.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HDR-HORA-GER.
           MOVE SPACES TO REG-CTB.
           WRITE REG-CTB FROM CTB-HEADER.
           ADD 1 TO CT-GRAVADOS.
           MOVE ZEROES TO CTB-TRL-QTD.
           IF CT-BAIXADOS GREATER THAN ZEROES
               MOVE COD-BAIXA   TO CTB-COD-SAI
               MOVE DESC-BAIXA  TO CTB-DESC-SAI
               MOVE CT-BAIXADOS TO CTB-QTD-SAI
               MOVE TOT-BAIXADO TO CTB-TOT-SAI
               MOVE SPACES TO REG-CTB
               WRITE REG-CTB FROM CTB-DETALHE
               ADD 1 TO CT-GRAVADOS
               MOVE 1 TO CTB-TRL-QTD
           END-IF.
           MOVE HASH-CTB TO CTB-TRL-HASH.
           MOVE SPACES TO REG-CTB.
           WRITE REG-CTB FROM CTB-TRAILER.
           ADD 1 TO CT-GRAVADOS.

      * O rodape avanca 2+3+2+1x4+3 = 14 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 26.
       TERMINO.
           IF CT-LIN GREATER THAN 26
               PERFORM CABECALHO
           END-IF.
           MOVE TOT-ORIG    TO ORIG-TOT.
           MOVE TOT-JUROS   TO JUROS-TOT.
           MOVE TOT-BAIXADO TO BAIXA-TOT.
           WRITE REG-REL FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE QTD-APV-TAB   TO VAR-APROV.
           MOVE CT-BAIXADOS   TO VAR-BAIXADOS.
           MOVE COD-BAIXA     TO VAR-COD.
           MOVE CT-RECUSADOS  TO VAR-RECUSA.
           MOVE CT-TIRADOS-S2 TO VAR-TIRADOS.
           MOVE CT-MANTIDOS   TO VAR-MANTIDOS.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ASSINA AFTER ADVANCING 3 LINES.
           PERFORM GRAVA-CONTAB.
           CLOSE PERDAS LEDGPAG RELBAIXA CTBPERDA.
           IF TEM-CADSOC2 EQUAL "S"
               CLOSE CADSOC2
           END-IF.
           IF CT-RECUSADOS GREATER THAN ZEROES
               DISPLAY "EM02-44: " CT-RECUSADOS " APROVADOS NAO "
                   "BAIXADOS, VER RELBAIXA"
               MOVE 4 TO RETURN-CODE
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABCPAG-P.

       COPY FECHMES-P.

       COPY RUNLOG-P.
