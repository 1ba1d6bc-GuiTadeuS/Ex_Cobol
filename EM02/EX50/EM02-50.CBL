       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-50.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       RESERVAS DE VIAGEM DO FRETAMENTO: aplica o lote
      *               de transacoes MOVRES (reserva e cancelamento)
      *               sobre o cadastro de reservas CADRES, conferindo
      *               a viagem na referencia TABVIAG e o cliente no
      *               CADCLI. A reserva entra confirmada enquanto a
      *               viagem tem assento livre (TVG-CAPACIDADE); dai
      *               em diante entra na lista de espera numerada da
      *               viagem, e cada assento liberado por cancelamento
      *               (ou por aumento da capacidade na TABVIAG) vai
      *               para o menor numero ainda em espera. Passada a
      *               data de saida da viagem, cada reserva
      *               confirmada vira uma transacao de nova visita
      *               (tipo V) anexada ao MOVCLI, que o EM02-12 aplica
      *               no CADCLI - por isso este programa roda antes da
      *               manutencao do CADCLI -, e quem ficou na espera
      *               tem a reserva encerrada. Cada transacao, promocao
      *               e baixa sai no jornal RELRES. A reserva
      *               confirmada abre a conta a receber do cliente na
      *               viagem (CTARCV, com a tarifa da TABVIAG), para
      *               a cobranca correr antes da saida do onibus; o
      *               cancelamento da confirmada cancela a conta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
      * Cadastro de reservas: lido pela chave da reserva e percorrido
      * por viagem (START) para contar assentos e achar a espera.
           COPY CADRES-F.
      * Referencia de viagens mantida pelo fretamento (capacidade e
      * data de saida).
           COPY TABVIAG-F.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
      * Transacoes de manutencao do CADCLI, anexadas para o EM02-12.
           SELECT MOVCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVCLI-STATUS.
           SELECT RELRES ASSIGN TO DISK.
      * Contas a receber de viagem dos clientes.
           COPY CTARCV-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Transacao do balcao de fretamento: R reserva ou C cancela a
      * reserva do cliente na viagem.
       FD MOVRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVRES.DAT".

       01 REG-MOVRES.
           02 MRS-TIPO       PIC X(01).
              88 MRS-RESERVA   VALUE "R".
              88 MRS-CANCELA   VALUE "C".
           02 MRS-COD-VIAGEM PIC X(06).
           02 MRS-CODIGO     PIC 9(03).

      * Cadastro de reservas, layout compartilhado em RESREC.
       FD CADRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES.DAT".

       01 REG-RES.
           COPY RESREC.

      * Referencia de viagens.
       COPY TABVIAG-D.

       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

      * Layout compartilhado com EM02-02, EX06 e EM02-12.
       01 REG-ENT.
           COPY CLIREC.

      * Mesmo desenho do REG-MOV do EM02-12; a area de dados da
      * visita e data DDMMAAAA + codigo da viagem.
       FD MOVCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCLI.DAT".

       01 REG-MOV.
           02 MOV-TIPO    PIC X(01).
           02 MOV-CODIGO  PIC 9(03).
           02 MOV-DADOS.
              03 MOV-DIA-VIS    PIC 9(02).
              03 MOV-MES-VIS    PIC 9(02).
              03 MOV-ANO-VIS    PIC 9(04).
              03 MOV-REF-VIAGEM PIC X(06).
              03 FILLER         PIC X(115).

       FD RELRES
           LABEL RECORD IS OMITTED.

       01 REG-JORNAL PIC X(80).

      * Contas a receber de viagem.
       COPY CTARCV-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 FIM-AUX PIC X(03).
       77 CT-LIN  PIC 9(02) VALUE 41.
       77 CT-PAG  PIC 9(02) VALUE ZEROES.
       77 WS-MOV-STATUS    PIC X(02).
       77 WS-RES-STATUS    PIC X(02).
       77 WS-CLI-STATUS    PIC X(02).
       77 WS-MOVCLI-STATUS PIC X(02).
      * "S" = MOVRES aberto (lote do dia presente).
       77 TEM-MOVRES       PIC X(01) VALUE "N".

      * Clientes do CADCLI pelo codigo (CODIGOIN e 9(3)): "S" existe,
      * "A" anonimizado (nao viaja mais), espaco inexistente.
       01 TAB-CLIENTES.
           02 CLI-SIT OCCURS 999 TIMES PIC X(01).

      * Data de hoje, AAAAMMDD (mesmo formato da TVG-DATA-SAIDA).
       77 DATA-HOJE-NUM  PIC 9(08).
       01 DATA-SAIDA-W.
           02 SAIDA-AA-W PIC 9(04).
           02 SAIDA-MM-W PIC 9(02).
           02 SAIDA-DD-W PIC 9(02).

      * Ocupacao da viagem em tratamento, apurada por CONTA-VIAGEM.
       77 VIAGEM-CONTA   PIC X(06).
       77 CT-CONFIRM     PIC 9(04).
       77 ULT-ESPERA     PIC 9(04).
       77 MENOR-ESPERA   PIC 9(04).
       77 COD-MENOR-ESP  PIC 9(03).
       77 CAP-VIAGEM     PIC 9(04).
       77 SAIDA-VIAGEM   PIC 9(08).
       77 TARIFA-VIAGEM  PIC 9(07)V9(02).
       77 PROMOVEU       PIC X(01).

      * Transacao em tratamento e a linha do jornal.
       77 EXISTE-RES     PIC X(01).
       77 ERA-CONFIRMADA PIC X(01).
       77 LIBERA-ASSENTO PIC X(01).
       77 GRAVOU-RES     PIC X(01).
       77 TIPO-JOR       PIC X(01).
       77 VIAGEM-JOR     PIC X(06).
       77 CODIGO-JOR     PIC 9(03).
       77 ESPERA-JOR     PIC 9(04).
       77 SITUACAO-JOR   PIC X(10).
       77 MOTIVO-JOR     PIC X(30).

      * Totais do jornal.
       77 CT-TRX-LIDAS   PIC 9(05) VALUE 0.
       77 CT-CONFIRMADAS PIC 9(05) VALUE 0.
       77 CT-ESPERAS     PIC 9(05) VALUE 0.
       77 CT-CANCELADAS  PIC 9(05) VALUE 0.
       77 CT-REJEITADAS  PIC 9(05) VALUE 0.
       77 CT-PROMOVIDAS  PIC 9(05) VALUE 0.
       77 CT-VISITAS     PIC 9(05) VALUE 0.
       77 CT-ENCERRADAS  PIC 9(05) VALUE 0.
       77 CT-RECEBER     PIC 9(05) VALUE 0.

      * Tabela em memoria da referencia de viagens.
       COPY TABVIAG-W.

      * Campos das contas a receber de viagem.
       COPY CTARCV-W.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

       01 CAB-01.
          02 FILLER  PIC X(70) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 99.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(30) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(33) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(24) VALUE SPACES.
          02 FILLER PIC X(32) VALUE "JORNAL DE RESERVAS DE FRETAMENTO".
          02 FILLER PIC X(24) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "TIPO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "VIAGEM".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "SITUACAO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "ESPERA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "MOTIVO".
          02 FILLER PIC X(30) VALUE SPACES.

       01 DETALHE.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 TIPO-DET     PIC X(01).
          02 FILLER       PIC X(04) VALUE SPACES.
          02 VIAGEM-DET   PIC X(06).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 CODIGO-DET   PIC ZZ9.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 SITUACAO-DET PIC X(10).
          02 FILLER       PIC X(04) VALUE SPACES.
          02 ESPERA-DET   PIC ZZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 MOTIVO-DET   PIC X(30).
          02 FILLER       PIC X(06) VALUE SPACES.

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER        PIC X(28) VALUE
                             "TRANSACOES LIDAS..........: ".
          02 VAR-TRX-LIDAS PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER          PIC X(28) VALUE
                              "RESERVAS CONFIRMADAS......: ".
          02 VAR-CONFIRMADAS PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER      PIC X(28) VALUE "RESERVAS EM ESPERA........: ".
          02 VAR-ESPERAS PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER         PIC X(28) VALUE
                             "RESERVAS CANCELADAS.......: ".
          02 VAR-CANCELADAS PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER         PIC X(28) VALUE
                             "TRANSACOES REJEITADAS.....: ".
          02 VAR-REJEITADAS PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER         PIC X(28) VALUE
                             "PROMOVIDAS DA ESPERA......: ".
          02 VAR-PROMOVIDAS PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER      PIC X(28) VALUE "VISITAS ENVIADAS AO MOVCLI: ".
          02 VAR-VISITAS PIC ZZ.ZZ9.

       01 CAB-TOT-09.
          02 FILLER         PIC X(28) VALUE
                             "ESPERAS ENCERRADAS........: ".
          02 VAR-ENCERRADAS PIC ZZ.ZZ9.

       01 CAB-TOT-10.
          02 FILLER      PIC X(28) VALUE "CONTAS A RECEBER ABERTAS..: ".
          02 VAR-RECEBER PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-50.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM PROMOVE-TODAS.
       PERFORM BAIXA-REALIZADAS.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-50" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
           PERFORM LE-TABVIAG.
           PERFORM CARREGA-CLIENTES.
      * O cadastro de reservas e permanente: abre em I-O; na
      * primeira execucao (status "35") e criado vazio e reaberto
      * em I-O, mesmo tratamento do CADDEP no EM02-46.
           OPEN I-O CADRES.
           IF WS-RES-STATUS EQUAL "35"
               OPEN OUTPUT CADRES
               CLOSE CADRES
               OPEN I-O CADRES
           END-IF.
           IF WS-RES-STATUS NOT EQUAL "00"
               DISPLAY "EM02-50: ERRO AO ABRIR CADRES, STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sem lote do dia ainda ha promocoes e baixas a fazer.
           OPEN INPUT MOVRES.
           IF WS-MOV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-50: MOVRES.DAT AUSENTE (STATUS "
                   WS-MOV-STATUS "), SO PROMOCOES E BAIXAS"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "S" TO TEM-MOVRES
           END-IF.
      * Contas a receber: permanente, mesmo tratamento do CADRES.
           OPEN I-O CTARCV.
           IF WS-RCV-STATUS EQUAL "35"
               OPEN OUTPUT CTARCV
               CLOSE CTARCV
               OPEN I-O CTARCV
           END-IF.
           IF WS-RCV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-50: ERRO AO ABRIR CTARCV, STATUS "
                   WS-RCV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * O MOVCLI pode ja trazer transacoes digitadas pelo balcao:
      * as visitas sao anexadas; sem o arquivo ("35"), e criado.
           OPEN EXTEND MOVCLI.
           IF WS-MOVCLI-STATUS EQUAL "35"
               OPEN OUTPUT MOVCLI
           END-IF.
           IF WS-MOVCLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-50: ERRO AO ABRIR MOVCLI, STATUS "
                   WS-MOVCLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELRES.
           IF FIM-ARQ EQUAL "NAO"
               PERFORM LEITURA
           END-IF.

      * Sem o CADCLI nao ha como conferir o cliente da reserva.
       CARREGA-CLIENTES.
           MOVE SPACES TO TAB-CLIENTES.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-50: ERRO AO ABRIR CADCLI, STATUS "
                   WS-CLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ CADCLI
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF CODIGOIN NUMERIC AND
                          CODIGOIN GREATER THAN ZEROES
                           IF CLI-ANONIMIZADO
                               MOVE "A" TO CLI-SIT (CODIGOIN)
                           ELSE
                               MOVE "S" TO CLI-SIT (CODIGOIN)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADCLI.

       LEITURA.
           READ MOVRES
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-TRX-LIDAS
           END-READ.

      * A transacao que nao ganhou situacao foi rejeitada pelo
      * motivo em MOTIVO-JOR. O assento liberado por cancelamento
      * vai para a espera logo depois da linha do cancelamento, antes
      * das proximas transacoes do lote.
       PRINCIPAL.
           MOVE MRS-TIPO       TO TIPO-JOR.
           MOVE MRS-COD-VIAGEM TO VIAGEM-JOR.
           MOVE MRS-CODIGO     TO CODIGO-JOR.
           MOVE ZEROES         TO ESPERA-JOR.
           MOVE SPACES         TO MOTIVO-JOR SITUACAO-JOR.
           MOVE "N"            TO ERA-CONFIRMADA.
           IF MRS-RESERVA
               PERFORM TRATA-RESERVA
           ELSE
               IF MRS-CANCELA
                   PERFORM TRATA-CANCELAMENTO
               ELSE
                   MOVE "TIPO INVALIDO" TO MOTIVO-JOR
               END-IF
           END-IF.
           IF SITUACAO-JOR EQUAL SPACES
               MOVE "REJEITADA" TO SITUACAO-JOR
               ADD 1 TO CT-REJEITADAS
           END-IF.
           PERFORM IMPRIME-JORNAL.
           IF ERA-CONFIRMADA EQUAL "S"
               MOVE MRS-COD-VIAGEM TO COD-VIAG-BUSCA
               PERFORM BUSCA-VIAG-REF
               MOVE CAP-VIAG-REF   TO CAP-VIAGEM
               MOVE SAIDA-VIAG-REF TO SAIDA-VIAGEM
               MOVE TARIFA-VIAG-REF TO TARIFA-VIAGEM
               MOVE MRS-COD-VIAGEM TO VIAGEM-CONTA
               PERFORM PROMOVE-ESPERA
           END-IF.
           PERFORM LEITURA.

      * Reserva nova: viagem cadastrada, ativa, ainda nao saida e
      * com capacidade informada; cliente existente e nao
      * anonimizado; uma reserva viva por cliente na viagem. A
      * reserva cancelada antes pode ser refeita sobre a mesma chave.
       TRATA-RESERVA.
           PERFORM VALIDA-VIAGEM.
           IF MOTIVO-JOR EQUAL SPACES
               PERFORM VALIDA-CLIENTE
           END-IF.
           IF MOTIVO-JOR EQUAL SPACES
               PERFORM LE-RESERVA
               IF EXISTE-RES EQUAL "S" AND NOT RES-CANCELADA
                   MOVE "CLIENTE JA RESERVADO NA VIAGEM" TO MOTIVO-JOR
               END-IF
           END-IF.
           IF MOTIVO-JOR EQUAL SPACES
               PERFORM GRAVA-RESERVA
           END-IF.

       VALIDA-VIAGEM.
           MOVE MRS-COD-VIAGEM TO COD-VIAG-BUSCA.
           PERFORM BUSCA-VIAG-REF.
           IF ACHOU-VIAG-REF EQUAL "N"
               MOVE "VIAGEM INEXISTENTE" TO MOTIVO-JOR
           ELSE
               IF ATIVO-VIAG-REF NOT EQUAL "S"
                   MOVE "VIAGEM INATIVA" TO MOTIVO-JOR
               ELSE
                   IF SAIDA-VIAG-REF LESS THAN DATA-HOJE-NUM
                       MOVE "VIAGEM JA SAIU" TO MOTIVO-JOR
                   ELSE
                       IF CAP-VIAG-REF EQUAL ZEROES
                           MOVE "CAPACIDADE NAO INFORMADA"
                               TO MOTIVO-JOR
                       ELSE
                           MOVE CAP-VIAG-REF    TO CAP-VIAGEM
                           MOVE SAIDA-VIAG-REF  TO SAIDA-VIAGEM
                           MOVE TARIFA-VIAG-REF TO TARIFA-VIAGEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDA-CLIENTE.
           IF MRS-CODIGO NOT NUMERIC OR MRS-CODIGO EQUAL ZEROES
               MOVE "CLIENTE INEXISTENTE" TO MOTIVO-JOR
           ELSE
               IF CLI-SIT (MRS-CODIGO) EQUAL "A"
                   MOVE "CLIENTE ANONIMIZADO" TO MOTIVO-JOR
               ELSE
                   IF CLI-SIT (MRS-CODIGO) NOT EQUAL "S"
                       MOVE "CLIENTE INEXISTENTE" TO MOTIVO-JOR
                   END-IF
               END-IF
           END-IF.

       LE-RESERVA.
           MOVE MRS-COD-VIAGEM TO RES-COD-VIAGEM.
           MOVE MRS-CODIGO     TO RES-CODIGO.
           READ CADRES
               INVALID KEY MOVE "N" TO EXISTE-RES
               NOT INVALID KEY MOVE "S" TO EXISTE-RES
           END-READ.

      * Assento livre confirma; sem assento, entra no fim da espera.
      * A contagem percorre a viagem, entao a chave da reserva e
      * remontada depois dela.
       GRAVA-RESERVA.
           MOVE MRS-COD-VIAGEM TO VIAGEM-CONTA.
           PERFORM CONTA-VIAGEM.
           MOVE MRS-COD-VIAGEM TO RES-COD-VIAGEM.
           MOVE MRS-CODIGO     TO RES-CODIGO.
           MOVE DATA-HOJE-NUM  TO RES-DATA-RES.
           MOVE DATA-HOJE-NUM  TO RES-DATA-SIT.
           IF CT-CONFIRM LESS THAN CAP-VIAGEM
               MOVE "C"    TO RES-SITUACAO
               MOVE ZEROES TO RES-NUM-ESPERA
           ELSE
               MOVE "E" TO RES-SITUACAO
               COMPUTE RES-NUM-ESPERA = ULT-ESPERA + 1
           END-IF.
           MOVE "S" TO GRAVOU-RES.
           IF EXISTE-RES EQUAL "S"
               REWRITE REG-RES
                   INVALID KEY PERFORM FALHA-GRAVACAO
               END-REWRITE
           ELSE
               WRITE REG-RES
                   INVALID KEY PERFORM FALHA-GRAVACAO
               END-WRITE
           END-IF.
      * A espera e situacao valida, nao rejeicao: o motivo so
      * informa o jornal.
           IF GRAVOU-RES EQUAL "S"
               IF RES-CONFIRMADA
                   MOVE "CONFIRMADA" TO SITUACAO-JOR
                   ADD 1 TO CT-CONFIRMADAS
                   PERFORM ABRE-CONTA-RESERVA
               ELSE
                   MOVE RES-NUM-ESPERA TO ESPERA-JOR
                   MOVE "EM ESPERA" TO SITUACAO-JOR
                   MOVE "VIAGEM LOTADA" TO MOTIVO-JOR
                   ADD 1 TO CT-ESPERAS
               END-IF
           END-IF.

      * Erro de gravacao no indexado: o registro fica como estava e
      * a execucao termina com RC 4 para a operacao conferir.
       FALHA-GRAVACAO.
           MOVE "N" TO GRAVOU-RES.
           MOVE "ERRO DE GRAVACAO NO CADRES" TO MOTIVO-JOR.
           DISPLAY "EM02-50: ERRO AO GRAVAR CADRES, STATUS "
               WS-RES-STATUS " VIAGEM " RES-COD-VIAGEM
               " CLIENTE " RES-CODIGO.
           MOVE 4 TO RETURN-CODE.

      * Cancelamento: a reserva tem de estar confirmada ou em
      * espera; a confirmada libera o assento (ERA-CONFIRMADA).
       TRATA-CANCELAMENTO.
           PERFORM LE-RESERVA.
           IF EXISTE-RES EQUAL "N"
               MOVE "RESERVA INEXISTENTE" TO MOTIVO-JOR
           ELSE
               IF NOT RES-CONFIRMADA AND NOT RES-ESPERA
                   MOVE "RESERVA JA CANCELADA/REALIZADA"
                       TO MOTIVO-JOR
               END-IF
           END-IF.
           IF MOTIVO-JOR EQUAL SPACES
               MOVE "N" TO LIBERA-ASSENTO
               IF RES-CONFIRMADA
                   MOVE "S" TO LIBERA-ASSENTO
               END-IF
               MOVE RES-NUM-ESPERA TO ESPERA-JOR
               MOVE "X" TO RES-SITUACAO
               MOVE DATA-HOJE-NUM TO RES-DATA-SIT
               MOVE "S" TO GRAVOU-RES
               REWRITE REG-RES
                   INVALID KEY PERFORM FALHA-GRAVACAO
               END-REWRITE
               IF GRAVOU-RES EQUAL "S"
                   MOVE "CANCELADA" TO SITUACAO-JOR
                   ADD 1 TO CT-CANCELADAS
                   MOVE LIBERA-ASSENTO TO ERA-CONFIRMADA
                   IF LIBERA-ASSENTO EQUAL "S"
                       PERFORM CANCELA-CONTA-RESERVA
                   END-IF
               END-IF
           END-IF.

      * Percorre as reservas da viagem em VIAGEM-CONTA: assentos
      * confirmados, maior numero de espera ja dado e o menor numero
      * ainda em espera (com o cliente dele).
       CONTA-VIAGEM.
           MOVE ZEROES TO CT-CONFIRM ULT-ESPERA COD-MENOR-ESP.
           MOVE 9999   TO MENOR-ESPERA.
           MOVE VIAGEM-CONTA TO RES-COD-VIAGEM.
           MOVE ZEROES       TO RES-CODIGO.
           MOVE "NAO" TO FIM-AUX.
           START CADRES KEY NOT LESS THAN RES-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ CADRES NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF RES-COD-VIAGEM NOT EQUAL VIAGEM-CONTA
                           MOVE "SIM" TO FIM-AUX
                       ELSE
                           PERFORM ACUMULA-RESERVA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULA-RESERVA.
           IF RES-CONFIRMADA
               ADD 1 TO CT-CONFIRM
           END-IF.
           IF RES-NUM-ESPERA GREATER THAN ULT-ESPERA
               MOVE RES-NUM-ESPERA TO ULT-ESPERA
           END-IF.
           IF RES-ESPERA AND RES-NUM-ESPERA LESS THAN MENOR-ESPERA
               MOVE RES-NUM-ESPERA TO MENOR-ESPERA
               MOVE RES-CODIGO     TO COD-MENOR-ESP
           END-IF.

      * Enquanto a viagem em VIAGEM-CONTA (capacidade em CAP-VIAGEM)
      * tiver assento livre e gente esperando, confirma o menor
      * numero da espera.
       PROMOVE-ESPERA.
           MOVE "S" TO PROMOVEU.
           PERFORM UNTIL PROMOVEU EQUAL "N"
               MOVE "N" TO PROMOVEU
               PERFORM CONTA-VIAGEM
               IF CT-CONFIRM LESS THAN CAP-VIAGEM AND
                  COD-MENOR-ESP GREATER THAN ZEROES
                   PERFORM PROMOVE-UMA
               END-IF
           END-PERFORM.

       PROMOVE-UMA.
           MOVE VIAGEM-CONTA  TO RES-COD-VIAGEM.
           MOVE COD-MENOR-ESP TO RES-CODIGO.
           READ CADRES
               INVALID KEY PERFORM FALHA-GRAVACAO
               NOT INVALID KEY
                   MOVE "C" TO RES-SITUACAO
                   MOVE DATA-HOJE-NUM TO RES-DATA-SIT
                   REWRITE REG-RES
                       INVALID KEY PERFORM FALHA-GRAVACAO
                       NOT INVALID KEY
                           MOVE "S" TO PROMOVEU
                           ADD 1 TO CT-PROMOVIDAS
                           MOVE "P"            TO TIPO-JOR
                           MOVE VIAGEM-CONTA   TO VIAGEM-JOR
                           MOVE RES-CODIGO     TO CODIGO-JOR
                           MOVE RES-NUM-ESPERA TO ESPERA-JOR
                           MOVE "CONFIRMADA"   TO SITUACAO-JOR
                           MOVE "PROMOVIDA DA LISTA DE ESPERA"
                               TO MOTIVO-JOR
                           PERFORM IMPRIME-JORNAL
                           PERFORM ABRE-CONTA-RESERVA
                   END-REWRITE
           END-READ.

      * Fim do lote: viagem que ganhou capacidade na TABVIAG
      * tambem chama a espera.
       PROMOVE-TODAS.
           PERFORM VARYING IDX-VIAG-REF FROM 1 BY 1
                   UNTIL IDX-VIAG-REF > QTD-VIAG-REF
               IF VIAG-REF-ATIVO (IDX-VIAG-REF) EQUAL "S" AND
                  VIAG-REF-SAIDA (IDX-VIAG-REF) NOT LESS THAN
                  DATA-HOJE-NUM AND
                  VIAG-REF-CAP (IDX-VIAG-REF) GREATER THAN ZEROES
                   MOVE VIAG-REF-COD (IDX-VIAG-REF) TO VIAGEM-CONTA
                   MOVE VIAG-REF-CAP (IDX-VIAG-REF) TO CAP-VIAGEM
                   MOVE VIAG-REF-SAIDA (IDX-VIAG-REF) TO SAIDA-VIAGEM
                   MOVE VIAG-REF-TARIFA (IDX-VIAG-REF)
                       TO TARIFA-VIAGEM
                   PERFORM PROMOVE-ESPERA
               END-IF
           END-PERFORM.

      * Viagem com a data de saida ja passada: a reserva confirmada
      * vira transacao de nova visita para o EM02-12 e fica como
      * realizada (nao e mandada duas vezes); a espera e encerrada.
      * O CADRES e regravado antes: a visita so vai ao MOVCLI com a
      * reserva ja marcada "V", e a que nao pode ser marcada fica
      * para a proxima execucao.
       BAIXA-REALIZADAS.
           MOVE LOW-VALUES TO RES-CHAVE.
           MOVE "NAO" TO FIM-AUX.
           START CADRES KEY NOT LESS THAN RES-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ CADRES NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF RES-CONFIRMADA OR RES-ESPERA
                           PERFORM CONFERE-SAIDA
                       END-IF
               END-READ
           END-PERFORM.

       CONFERE-SAIDA.
           MOVE RES-COD-VIAGEM TO COD-VIAG-BUSCA.
           PERFORM BUSCA-VIAG-REF.
           IF ACHOU-VIAG-REF EQUAL "S" AND
              SAIDA-VIAG-REF GREATER THAN ZEROES AND
              SAIDA-VIAG-REF LESS THAN DATA-HOJE-NUM
               MOVE "B"            TO TIPO-JOR
               MOVE RES-COD-VIAGEM TO VIAGEM-JOR
               MOVE RES-CODIGO     TO CODIGO-JOR
               MOVE RES-NUM-ESPERA TO ESPERA-JOR
               IF RES-CONFIRMADA
                   MOVE "V" TO RES-SITUACAO
                   MOVE "REALIZADA" TO SITUACAO-JOR
                   MOVE "VISITA ENVIADA AO MOVCLI" TO MOTIVO-JOR
               ELSE
                   MOVE "X" TO RES-SITUACAO
                   MOVE "ENCERRADA" TO SITUACAO-JOR
                   MOVE "VIAGEM SAIU, CLIENTE NA ESPERA"
                       TO MOTIVO-JOR
               END-IF
               MOVE DATA-HOJE-NUM TO RES-DATA-SIT
               REWRITE REG-RES
                   INVALID KEY
                       MOVE "NAO BAIXADA" TO SITUACAO-JOR
                       PERFORM FALHA-GRAVACAO
                   NOT INVALID KEY
                       IF RES-REALIZADA
                           PERFORM GERA-VISITA
                           ADD 1 TO CT-VISITAS
                       ELSE
                           ADD 1 TO CT-ENCERRADAS
                       END-IF
               END-REWRITE
               PERFORM IMPRIME-JORNAL
           END-IF.

      * Reserva confirmada (na hora ou promovida da espera) abre a
      * conta a receber do cliente na viagem em REG-RES, com a data
      * de saida e a tarifa guardadas em SAIDA-VIAGEM/TARIFA-VIAGEM;
      * viagem sem tarifa nao gera cobranca.
       ABRE-CONTA-RESERVA.
           MOVE RES-COD-VIAGEM TO VIAGEM-RCV.
           MOVE RES-CODIGO     TO CODIGO-RCV.
           MOVE SAIDA-VIAGEM   TO DATA-VIAGEM-RCV.
           MOVE TARIFA-VIAGEM  TO TARIFA-RCV.
           PERFORM GERA-RECEBER.
           IF RESULTADO-RCV EQUAL "G" OR RESULTADO-RCV EQUAL "R"
               ADD 1 TO CT-RECEBER
           END-IF.
           IF RESULTADO-RCV EQUAL "E"
               PERFORM FALHA-CONTA
           END-IF.

      * Cancelada a reserva confirmada, a conta sai da cobranca; o
      * que ja foi pago aparece a devolver no extrato do cliente.
       CANCELA-CONTA-RESERVA.
           MOVE RES-COD-VIAGEM TO VIAGEM-RCV.
           MOVE RES-CODIGO     TO CODIGO-RCV.
           PERFORM CANCELA-RECEBER.
           IF RESULTADO-RCV EQUAL "E"
               PERFORM FALHA-CONTA
           END-IF.

       FALHA-CONTA.
           DISPLAY "EM02-50: ERRO AO GRAVAR CTARCV, STATUS "
               WS-RCV-STATUS " VIAGEM " VIAGEM-RCV
               " CLIENTE " CODIGO-RCV.
           MOVE 4 TO RETURN-CODE.

       GERA-VISITA.
           MOVE SAIDA-VIAG-REF TO DATA-SAIDA-W.
           MOVE SPACES         TO REG-MOV.
           MOVE "V"            TO MOV-TIPO.
           MOVE RES-CODIGO     TO MOV-CODIGO.
           MOVE SAIDA-DD-W     TO MOV-DIA-VIS.
           MOVE SAIDA-MM-W     TO MOV-MES-VIS.
           MOVE SAIDA-AA-W     TO MOV-ANO-VIS.
           MOVE RES-COD-VIAGEM TO MOV-REF-VIAGEM.
           WRITE REG-MOV.

       IMPRIME-JORNAL.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE TIPO-JOR     TO TIPO-DET.
           MOVE VIAGEM-JOR   TO VIAGEM-DET.
           MOVE CODIGO-JOR   TO CODIGO-DET.
           MOVE SITUACAO-JOR TO SITUACAO-DET.
           MOVE ESPERA-JOR   TO ESPERA-DET.
           MOVE MOTIVO-JOR   TO MOTIVO-DET.
           WRITE REG-JORNAL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
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

      * O rodape avanca 3+2+1x8 = 13 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 27.
       TERMINO.
           IF CT-LIN GREATER THAN 27
               PERFORM CABECALHO
           END-IF.
           MOVE CT-TRX-LIDAS   TO VAR-TRX-LIDAS.
           MOVE CT-CONFIRMADAS TO VAR-CONFIRMADAS.
           MOVE CT-ESPERAS     TO VAR-ESPERAS.
           MOVE CT-CANCELADAS  TO VAR-CANCELADAS.
           MOVE CT-REJEITADAS  TO VAR-REJEITADAS.
           MOVE CT-PROMOVIDAS  TO VAR-PROMOVIDAS.
           MOVE CT-VISITAS     TO VAR-VISITAS.
           MOVE CT-ENCERRADAS  TO VAR-ENCERRADAS.
           MOVE CT-RECEBER     TO VAR-RECEBER.
           WRITE REG-JORNAL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-JORNAL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-JORNAL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           WRITE REG-JORNAL FROM CAB-TOT-10 AFTER ADVANCING 1 LINE.
           IF TEM-MOVRES EQUAL "S"
               CLOSE MOVRES
           END-IF.
           CLOSE CADRES MOVCLI RELRES CTARCV.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-TRX-LIDAS TO WS-RUNLOG-LIDOS.
           COMPUTE WS-RUNLOG-GRAVADOS = CT-CONFIRMADAS + CT-ESPERAS
                                      + CT-CANCELADAS + CT-PROMOVIDAS
                                      + CT-VISITAS + CT-ENCERRADAS.
           PERFORM GRAVA-RUNLOG.

       COPY TABVIAG-P.

       COPY CTARCV-P.

       COPY RUNLOG-P.
