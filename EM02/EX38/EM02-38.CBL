       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-38.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       DECLARACAO ANUAL DE QUITACAO (LEI 12.007/2009):
      *               percorre o mestre CADMEST e, para o ano de
      *               referencia (PARAQUIT.DAT; zeros = ano anterior),
      *               confere mes a mes os pagamentos do razao LEDGPAG
      *               (LED-DATA/LED-SALDO; o lancamento da baixa por
      *               perda do EM02-44, codigo do PARABAIX, nao e
      *               pagamento), os meses cobertos pelo credito do
      *               socio (historico HISABAT do EM02-31; o CREDSOC
      *               da o ultimo) e a divida ainda em aberto
      *               da cobranca do mes (CADSOC1) e do extrato de
      *               atrasados (ARQATRA). O socio com todos os meses
      *               quitados recebe a declaracao, com o mesmo bloco
      *               de endereco e a mesma ordenacao por CEP das
      *               cartas do EM02-04; o que nao pode recebe-la
      *               (mes em aberto, acordo ACORDOS vigente, divida
      *               baixada como perda no PERDAS e nao recuperada ou
      *               associacao suspensa) sai na relacao de excecoes
      *               com os meses ainda em aberto - o escritorio
      *               deixa de datilografar as declaracoes em maio. A
      *               posicao de inadimplencia do fechamento do ano
      *               (HISTATRA) sai no resumo, para conferencia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mestre de socios, percorrido inteiro pela chave do numero.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOC1-STATUS.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
           SELECT HISTATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
      * Acordos de parcelamento: acordo vigente impede a declaracao,
      * a divida negociada ainda nao esta quitada.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACD-STATUS.
      * Divida baixada como perda e nao recuperada impede a
      * declaracao; o credito do socio pode ter coberto um mes.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Historico dos abatimentos de credito do faturamento, lido
      * por socio + mes a partir de janeiro do ano.
           SELECT HISABAT ASSIGN TO "HISABAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABT-CHAVE
           FILE STATUS IS WS-ABT-STATUS.
      * Codigo de pagamento da baixa por perda (EM02-44), que nao e
      * quitacao do mes.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIX-STATUS.
           SELECT PARAQUIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT RELQUIT ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Ano de referencia da declaracao (AAAA; zeros = ano anterior
      * ao da execucao).
       FD PARAQUIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAQUIT.DAT".

       01 REG-PARAQUIT.
          02 PARAM-ANO-REF PIC 9(04).

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-ENT.
           02 COD-PAG       PIC 9(02).
           02 NUM-SOCIO1    PIC 9(06).
           02 NOME-SOCIO1   PIC X(30).
           02 VALOR-PAG1    PIC 9(09)V9(02).
           02 DIAS-ATRASO   PIC 9(03).

       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       01 REG-ATRA.
           COPY ATRREC.

       FD HISTATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTATRA.DAT".

      * Layout compartilhado com o EM02-01 (gerador do historico).
       01 REG-HIST.
           COPY HISATREC.

      * Acordos de parcelamento, layout compartilhado em ACORREC.
       FD ACORDOS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ACORDOS.DAT".

       01 REG-ACD.
          COPY ACORREC.

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Historico de abatimentos, layout compartilhado em ABATREC.
       FD HISABAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISABAT.DAT".

       01 REG-ABT.
           COPY ABATREC.

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

       FD RELQUIT
          LABEL RECORD IS OMITTED.

       01 REG-QUIT PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-SOC1-STATUS  PIC X(02).
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-HIST-STATUS  PIC X(02).
       77 WS-ACD-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-PERD-STATUS  PIC X(02).
       77 WS-CRED-STATUS  PIC X(02).
       77 WS-BAIX-STATUS  PIC X(02).
       77 WS-ABT-STATUS   PIC X(02).
       77 TEM-PERDAS      PIC X(01) VALUE "N".
       77 TEM-CREDSOC     PIC X(01) VALUE "N".
       77 TEM-HISABAT     PIC X(01) VALUE "N".
       77 FIM-RAZAO       PIC X(03).
       77 FIM-ABT         PIC X(03).

      * Codigo de pagamento da baixa por perda (padrao 98 quando
      * PARABAIX.DAT nao existe, como no EM02-44).
       77 COD-BAIXA       PIC 9(02) VALUE 98.
       77 FIM-AUX         PIC X(03).

      * Ano de referencia e seus limites AAAAMMDD na chave do razao.
       77 ANO-REF       PIC 9(04) VALUE ZEROES.
       77 DATA-REF-INI  PIC 9(08).
       77 DATA-REF-FIM  PIC 9(08).
       77 DATA-HOJE-NUM PIC 9(08).
       77 DIAS-HOJE     PIC 9(07).

      * Situacao de cada mes do ano de referencia para o socio
      * corrente: se houve pagamento no razao e o saldo do ultimo
      * lancamento do mes; o mes sai "em aberto" sem pagamento, com
      * saldo, ou coberto pela divida ainda em aberto de CADSOC1/
      * ARQATRA. Meses anteriores a inscricao nao sao cobrados.
      * O mes com abatimento de credito no HISABAT (ou o ultimo do
      * CREDSOC), sem pagamento no razao, foi coberto pelo credito.
       77 IDX-MES     PIC 9(02).
       77 MES-CRED    PIC 9(02).
       77 DIVIDA-PERDA PIC X(01).
       77 MES-INICIAL PIC 9(02).
       77 MES-LED     PIC 9(02).
       77 QTD-ABERTOS PIC 9(02).
       01 TAB-MESES.
           02 MES-OCORR OCCURS 12 TIMES.
              03 MES-PAGO   PIC X(01).
              03 MES-SALDO  PIC 9(09)V9(02).
              03 MES-ABERTO PIC X(01).

      * Vencimento mais antigo ainda em aberto, recuado dos dias de
      * atraso a partir de hoje (AAAAMMDD).
       77 DIAS-ABERTO    PIC 9(03).
       77 DIAS-VENC-ABER PIC 9(07).
       77 DATA-VENC-ABER PIC 9(08).
       77 MES-VENC-ABER  PIC 9(02).

      * Meses em aberto montados em texto para a relacao de excecoes
      * ("01 02 03 ..."), 3 posicoes por mes.
       77 MESES-TXT   PIC X(36).
       77 POS-TXT     PIC 9(02).
       77 MES-EDIT    PIC 9(02).

      * Cobranca do mes (CADSOC1) e extrato de atrasados (ARQATRA)
      * em memoria, so os socios com divida em aberto e os dias de
      * atraso dela.
       77 QTD-ABER  PIC 9(04) VALUE ZEROES.
       77 IDX-ABER  PIC 9(04).
       77 POS-ABER  PIC 9(04).
       77 ABER-SOCIO-W PIC 9(06).
       77 ABER-DIAS-W  PIC 9(03).
       01 TAB-EM-ABERTO.
           02 ABER-OCORR OCCURS 5000 TIMES.
              03 ABER-SOCIO PIC 9(06).
              03 ABER-DIAS  PIC 9(03).

      * Acordos vigentes em memoria, por socio.
       77 QTD-ACD PIC 9(03) VALUE ZEROES.
       77 IDX-ACD PIC 9(03).
       77 POS-ACD PIC 9(03).
       01 TAB-ACORDOS.
           02 ACD-OCORR OCCURS 200 TIMES.
              03 TAB-ACD-SOCIO PIC 9(06).

      * Posicao de inadimplencia do fechamento do ano: o ultimo
      * registro do HISTATRA datado dentro do ano de referencia.
       77 TEM-HIST-ANO   PIC X(01) VALUE "N".
       77 HIST-DATA-ANO  PIC 9(08) VALUE ZEROES.
       77 HIST-QTD-ANO   PIC 9(05) VALUE ZEROES.
       77 HIST-VAL-ANO   PIC 9(12)V9(02) VALUE ZEROES.

      * Declaracoes em memoria, mantidas ordenadas por CEP na carga
      * (insercao ordenada, como as cartas do EM02-04).
       77 QTD-DECL  PIC 9(04) VALUE ZEROES.
       77 IDX-DECL  PIC 9(04).
       77 POS-INS   PIC 9(04).
       77 IDX-DESL  PIC 9(04).
       01 TAB-DECLARACOES.
           02 DECL-OCORR OCCURS 5000 TIMES.
              03 TAB-NUM        PIC 9(06).
              03 TAB-NOME       PIC X(30).
              03 TAB-ENDERECO   PIC X(30).
              03 TAB-CIDADE     PIC X(30).
              03 TAB-ESTADO     PIC X(02).
              03 TAB-CEP        PIC 9(08).
              03 TAB-CPF        PIC 9(11).

      * Area de montagem da declaracao antes da insercao ordenada
      * (mesmo desenho de uma ocorrencia da tabela).
       01 DECL-MONT.
           02 MONT-NUM        PIC 9(06).
           02 MONT-NOME       PIC X(30).
           02 MONT-ENDERECO   PIC X(30).
           02 MONT-CIDADE     PIC X(30).
           02 MONT-ESTADO     PIC X(02).
           02 MONT-CEP        PIC 9(08).
           02 MONT-CPF        PIC 9(11).

      * Excecoes em memoria, na ordem do mestre, para a relacao que
      * sai apos a ultima declaracao.
       77 QTD-EXC  PIC 9(04) VALUE ZEROES.
       77 IDX-EXC  PIC 9(04).
       01 TAB-EXCECOES.
           02 EXC-OCORR OCCURS 5000 TIMES.
              03 TAB-EXC-NUM    PIC 9(06).
              03 TAB-EXC-NOME   PIC X(30).
              03 TAB-EXC-MOTIVO PIC X(15).
              03 TAB-EXC-MESES  PIC X(36).
       77 MOTIVO-EXC PIC X(15).

      * Totais do resumo.
       77 CT-DECLARACOES PIC 9(05) VALUE ZEROES.
       77 CT-EXC-ABERTO  PIC 9(05) VALUE ZEROES.
       77 CT-EXC-ACORDO  PIC 9(05) VALUE ZEROES.
       77 CT-EXC-SUSP    PIC 9(05) VALUE ZEROES.
       77 CT-EXC-PERDA   PIC 9(05) VALUE ZEROES.
       77 CT-CANCELADOS  PIC 9(05) VALUE ZEROES.
       77 CT-POSTERIORES PIC 9(05) VALUE ZEROES.
       77 CT-LIN         PIC 9(02) VALUE 41.
       77 CT-PAG         PIC 9(02) VALUE ZEROES.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(31) VALUE SPACES.
           02 FILLER  PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER  PIC X(32) VALUE SPACES.

       01 CAB-02.
           02 FILLER  PIC X(35) VALUE SPACES.
           02 FILLER  PIC X(10) VALUE "TESOURARIA".
           02 FILLER  PIC X(35) VALUE SPACES.

       01 CAB-03.
           02 FILLER  PIC X(15) VALUE SPACES.
           02 FILLER  PIC X(45) VALUE
               "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 VAR-ANO-CAB PIC 9(04).
           02 FILLER  PIC X(15) VALUE SPACES.

      * Bloco de endereco para envelope de janela, no mesmo desenho
      * das cartas do EM02-04.
       01 LIN-END-NOME.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 NOME-END   PIC X(30).
           02 FILLER     PIC X(45) VALUE SPACES.

       01 LIN-END-RUA.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 RUA-END    PIC X(30).
           02 FILLER     PIC X(45) VALUE SPACES.

       01 LIN-END-CIDADE.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 CIDADE-END PIC X(30).
           02 FILLER     PIC X(03) VALUE " - ".
           02 ESTADO-END PIC X(02).
           02 FILLER     PIC X(40) VALUE SPACES.

       01 LIN-END-CEP.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(04) VALUE "CEP ".
           02 CEP-END-1  PIC 9(05).
           02 FILLER     PIC X(01) VALUE "-".
           02 CEP-END-2  PIC 9(03).
           02 FILLER     PIC X(62) VALUE SPACES.

       01 LIN-SOCIO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(09) VALUE "Ao socio ".
           02 NUM-DECL   PIC 999.999.
           02 FILLER     PIC X(03) VALUE " - ".
           02 NOME-DECL  PIC X(30).
           02 FILLER     PIC X(26) VALUE SPACES.

       01 LIN-CPF.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(05) VALUE "CPF: ".
           02 CPF-DECL   PIC 999.999.999B99.
           02 FILLER     PIC X(56) VALUE SPACES.

      * Linha generica de texto da declaracao.
       01 LIN-TEXTO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 TXT-DECL   PIC X(70).
           02 FILLER     PIC X(05) VALUE SPACES.

       01 LIN-ANO.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(19) VALUE "vencidas no ano de ".
           02 VAR-ANO-TXT PIC 9(04).
           02 FILLER     PIC X(01) VALUE ",".
           02 FILLER     PIC X(51) VALUE SPACES.

       01 LIN-DATA.
           02 FILLER     PIC X(05) VALUE SPACES.
           02 FILLER     PIC X(11) VALUE "Sao Paulo, ".
           02 DD-DECL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MM-DECL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 AAAA-DECL  PIC 9999.
           02 FILLER     PIC X(54) VALUE SPACES.

      * Relacao de excecoes: quem nao pode receber a declaracao e
      * por que, com os meses ainda em aberto.
       01 CAB-EXC.
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(50) VALUE
               "SOCIOS SEM DECLARACAO DE QUITACAO - EXCECOES - ANO".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 VAR-ANO-EXC PIC 9(04).
           02 FILLER  PIC X(13) VALUE SPACES.

       01 CAB-EXC-COL.
           02 FILLER  PIC X(01) VALUE SPACES.
           02 FILLER  PIC X(07) VALUE "SOCIO".
           02 FILLER  PIC X(26) VALUE "NOME".
           02 FILLER  PIC X(16) VALUE "MOTIVO".
           02 FILLER  PIC X(30) VALUE "MESES EM ABERTO".

       01 LIN-EXC.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NUM-EXC     PIC 9(06).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NOME-EXC    PIC X(25).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 MOTIVO-EXC-REL PIC X(15).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 MESES-EXC   PIC X(30).

       01 LIN-EXC-CONT.
           02 FILLER      PIC X(50) VALUE SPACES.
           02 MESES-EXC-2 PIC X(30).

      * Resumo da execucao.
       01 CAB-TOT-01.
           02 FILLER PIC X(40) VALUE
               "TOTAIS DA DECLARACAO ANUAL DE QUITACAO  ".

       01 CAB-TOT-02.
           02 FILLER       PIC X(32) VALUE
               "SOCIOS LIDOS NO MESTRE........: ".
           02 VAR-LIDOS    PIC ZZ.ZZ9.

       01 CAB-TOT-03.
           02 FILLER       PIC X(32) VALUE
               "DECLARACOES EMITIDAS..........: ".
           02 VAR-DECL     PIC ZZ.ZZ9.

       01 CAB-TOT-04.
           02 FILLER       PIC X(32) VALUE
               "EXCECOES - MESES EM ABERTO....: ".
           02 VAR-EXC-ABER PIC ZZ.ZZ9.

       01 CAB-TOT-05.
           02 FILLER       PIC X(32) VALUE
               "EXCECOES - ACORDO VIGENTE.....: ".
           02 VAR-EXC-ACD  PIC ZZ.ZZ9.

       01 CAB-TOT-06.
           02 FILLER       PIC X(32) VALUE
               "EXCECOES - SOCIO SUSPENSO.....: ".
           02 VAR-EXC-SUSP PIC ZZ.ZZ9.
       01 CAB-TOT-07.
           02 FILLER       PIC X(32) VALUE
               "CANCELADOS (FORA).............: ".
           02 VAR-CANC     PIC ZZ.ZZ9.

       01 CAB-TOT-08.
           02 FILLER       PIC X(32) VALUE
               "INSCRITOS APOS O ANO (FORA)...: ".
           02 VAR-POST     PIC ZZ.ZZ9.

       01 CAB-TOT-09.
           02 FILLER       PIC X(32) VALUE
               "INADIMPLENCIA NO FECHAMENTO...: ".
           02 VAR-HIST-QTD PIC ZZ.ZZ9.
           02 FILLER       PIC X(09) VALUE " valor   ".
           02 VAR-HIST-VAL PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-10.
           02 FILLER       PIC X(32) VALUE
               "  (HISTATRA de................: ".
           02 VAR-HIST-DD  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 VAR-HIST-MM  PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 VAR-HIST-AA  PIC 9999.
           02 FILLER       PIC X(01) VALUE ")".

       01 CAB-TOT-11.
           02 FILLER       PIC X(45) VALUE
               "HISTATRA SEM EXECUCAO DATADA NO ANO          ".

       01 CAB-TOT-12.
           02 FILLER       PIC X(32) VALUE
               "EXCECOES - DIVIDA BAIXADA.....: ".
           02 VAR-EXC-PERDA PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-38.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM IMPRIME-DECLARACOES.
       PERFORM IMPRIME-EXCECOES.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-38" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            COMPUTE DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM).
            PERFORM LE-PARAMETROS.
      * A declaracao so pode afirmar a quitacao com o razao de
      * pagamentos e o mestre; sem um deles aborta com RC para o
      * operador (mesmo estilo de abertura do EM02-23).
            OPEN INPUT CADMEST.
            IF WS-MEST-STATUS NOT EQUAL "00"
                DISPLAY "EM02-38: ERRO AO ABRIR CADMEST, STATUS "
                    WS-MEST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT LEDGPAG.
            IF WS-LEDG-STATUS NOT EQUAL "00"
                DISPLAY "EM02-38: ERRO AO ABRIR LEDGPAG, STATUS "
                    WS-LEDG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem PERDAS.DAT nenhuma divida foi baixada; sem CREDSOC.DAT
      * nenhum socio tem credito.
            OPEN INPUT PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            END-IF.
            OPEN INPUT CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            END-IF.
      * Sem HISABAT.DAT (faturamento anterior ao historico) so o
      * ultimo abatimento do CREDSOC e conhecido.
            OPEN INPUT HISABAT.
            IF WS-ABT-STATUS EQUAL "00"
                MOVE "S" TO TEM-HISABAT
            END-IF.
            PERFORM CARREGA-CADSOC1.
            PERFORM CARREGA-ATRASADOS.
            PERFORM CARREGA-ACORDOS.
            PERFORM LE-HISTATRA.
            OPEN OUTPUT RELQUIT.
            MOVE ZEROES TO MST-NUM-SOCIO.
            START CADMEST KEY NOT LESS THAN MST-NUM-SOCIO
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM LEITURA.

      * Sem PARAQUIT.DAT (ou com zeros) a declaracao sai para o ano
      * anterior ao da execucao, que e o caso normal de maio.
       LE-PARAMETROS.
           OPEN INPUT PARAQUIT.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAQUIT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-ANO-REF NUMERIC
                           MOVE PARAM-ANO-REF TO ANO-REF
                       END-IF
               END-READ
               CLOSE PARAQUIT
           END-IF.
           IF ANO-REF EQUAL ZEROES
               COMPUTE ANO-REF = DATA-HOJE-NUM / 10000 - 1
           END-IF.
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
           COMPUTE DATA-REF-INI = ANO-REF * 10000 + 0101.
           COMPUTE DATA-REF-FIM = ANO-REF * 10000 + 1231.

      * Cobranca do mes: o socio que ainda nao quitou (COD-PAG
      * diferente de 01) tem divida em aberto desde o vencimento
      * recuado dos dias de atraso. Sem CADSOC1.DAT a conferencia
      * segue so com o ARQATRA (aviso no console).
       CARREGA-CADSOC1.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT CADSOC1.
           IF WS-SOC1-STATUS NOT EQUAL "00"
               DISPLAY "EM02-38: CADSOC1.DAT AUSENTE (STATUS "
                   WS-SOC1-STATUS "), SEM CONFERIR A COBRANCA DO MES"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ CADSOC1
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF COD-PAG NOT EQUAL 01
                               MOVE NUM-SOCIO1  TO ABER-SOCIO-W
                               MOVE DIAS-ATRASO TO ABER-DIAS-W
                               PERFORM GUARDA-EM-ABERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADSOC1
           END-IF.

      * Extrato de atrasados da noite: mesma regra da cobranca do
      * mes, com os dias de atraso do ARQATRA.
       CARREGA-ATRASADOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ARQATRA.
           IF WS-ATRA-STATUS NOT EQUAL "00"
               DISPLAY "EM02-38: ARQATRA.DAT AUSENTE (STATUS "
                   WS-ATRA-STATUS "), SEM CONFERIR OS ATRASADOS"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ ARQATRA
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           MOVE ATR-NUM-SOCIO TO ABER-SOCIO-W
                           MOVE ATR-DIAS      TO ABER-DIAS-W
                           PERFORM GUARDA-EM-ABERTO
                   END-READ
               END-PERFORM
               CLOSE ARQATRA
           END-IF.

      * Guarda o socio com divida em aberto; o mesmo socio vindo do
      * CADSOC1 e do ARQATRA fica com o maior atraso dos dois. Com a
      * tabela cheia uma declaracao poderia sair para quem deve:
      * aborta.
       GUARDA-EM-ABERTO.
           MOVE 0 TO POS-ABER.
           PERFORM VARYING IDX-ABER FROM 1 BY 1
                   UNTIL IDX-ABER > QTD-ABER OR POS-ABER > 0
               IF ABER-SOCIO (IDX-ABER) EQUAL ABER-SOCIO-W
                   MOVE IDX-ABER TO POS-ABER
               END-IF
           END-PERFORM.
           IF POS-ABER GREATER THAN 0
               IF ABER-DIAS-W GREATER THAN ABER-DIAS (POS-ABER)
                   MOVE ABER-DIAS-W TO ABER-DIAS (POS-ABER)
               END-IF
           ELSE
               IF QTD-ABER NOT LESS THAN 5000
                   DISPLAY "EM02-38: MAIS DE 5000 SOCIOS COM DIVIDA "
                       "EM ABERTO, EXECUCAO ABORTADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ABER
               MOVE ABER-SOCIO-W TO ABER-SOCIO (QTD-ABER)
               MOVE ABER-DIAS-W  TO ABER-DIAS (QTD-ABER)
           END-IF.

      * Carrega os acordos VIGENTES em memoria; sem ACORDOS.DAT
      * nenhum socio fica de fora por acordo (aviso no console).
       CARREGA-ACORDOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT ACORDOS.
           IF WS-ACD-STATUS NOT EQUAL "00"
               DISPLAY "EM02-38: ACORDOS.DAT AUSENTE (STATUS "
                   WS-ACD-STATUS "), SEM CONFERIR ACORDOS"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ ACORDOS
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF ACD-VIGENTE
                               IF QTD-ACD LESS THAN 200
                                   ADD 1 TO QTD-ACD
                                   MOVE ACD-NUM-SOCIO
                                       TO TAB-ACD-SOCIO (QTD-ACD)
                               ELSE
                                   DISPLAY "EM02-38: MAIS DE 200 "
                                       "ACORDOS VIGENTES, EXECUCAO "
                                       "ABORTADA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDOS
           END-IF.

      * Guarda o ultimo registro do HISTATRA datado no ano de
      * referencia: e a posicao de inadimplencia do fechamento do
      * ano, impressa no resumo para conferencia com as excecoes.
       LE-HISTATRA.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT HISTATRA.
           IF WS-HIST-STATUS NOT EQUAL "00"
               DISPLAY "EM02-38: HISTATRA.DAT AUSENTE (STATUS "
                   WS-HIST-STATUS "), RESUMO SEM POSICAO DO ANO"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HISTATRA
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF HIST-DATA NOT LESS THAN DATA-REF-INI
                              AND HIST-DATA NOT GREATER THAN
                                  DATA-REF-FIM
                              AND HIST-DATA NOT LESS THAN
                                  HIST-DATA-ANO
                               MOVE "S"            TO TEM-HIST-ANO
                               MOVE HIST-DATA      TO HIST-DATA-ANO
                               MOVE HIST-QTD-TOTAL TO HIST-QTD-ANO
                               MOVE HIST-VAL-TOTAL TO HIST-VAL-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTATRA
           END-IF.

       LEITURA.
           IF FIM-ARQ EQUAL "SIM"
               CONTINUE
           ELSE
               READ CADMEST NEXT
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END ADD 1 TO CT-LIDOS
               END-READ
           END-IF.

       PRINCIPAL.
           PERFORM CONFERE-SOCIO.
           PERFORM LEITURA.

      * Cancelado fica fora (como na remessa de cartas do EM02-04),
      * e quem se inscreveu depois do ano de referencia nao tem o
      * que declarar. Os demais tem os meses do ano conferidos; a
      * excecao de maior peso vira o motivo, mas os meses em aberto
      * saem sempre.
       CONFERE-SOCIO.
           IF MST-SIT-CANCELADO
               ADD 1 TO CT-CANCELADOS
           ELSE
               IF MST-AA-INSC NUMERIC AND
                  MST-AA-INSC GREATER THAN ANO-REF
                   ADD 1 TO CT-POSTERIORES
               ELSE
                   PERFORM CONFERE-MESES
                   PERFORM BUSCA-ACORDO
                   PERFORM BUSCA-PERDA
                   MOVE SPACES TO MOTIVO-EXC
                   IF MST-SIT-SUSPENSO
                       MOVE "SOCIO SUSPENSO" TO MOTIVO-EXC
                       ADD 1 TO CT-EXC-SUSP
                   ELSE
                       IF DIVIDA-PERDA EQUAL "S"
                           MOVE "DIVIDA BAIXADA" TO MOTIVO-EXC
                           ADD 1 TO CT-EXC-PERDA
                       ELSE
                           IF POS-ACD GREATER THAN 0
                               MOVE "ACORDO VIGENTE" TO MOTIVO-EXC
                               ADD 1 TO CT-EXC-ACORDO
                           ELSE
                               IF QTD-ABERTOS GREATER THAN 0
                                   MOVE "MESES EM ABERTO"
                                       TO MOTIVO-EXC
                                   ADD 1 TO CT-EXC-ABERTO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF MOTIVO-EXC EQUAL SPACES
                       PERFORM GUARDA-DECLARACAO
                   ELSE
                       PERFORM GUARDA-EXCECAO
                   END-IF
               END-IF
           END-IF.

      * Meses cobrados do ano: de janeiro (ou do mes da inscricao,
      * para quem se inscreveu no proprio ano) a dezembro. Cada mes
      * precisa de pagamento no razao com o ultimo saldo zerado, e
      * nao pode estar coberto pela divida ainda em aberto.
       CONFERE-MESES.
           MOVE 1 TO MES-INICIAL.
           IF MST-AA-INSC NUMERIC AND MST-AA-INSC EQUAL ANO-REF
               IF MST-MM-INSC NUMERIC AND
                  MST-MM-INSC GREATER THAN 0 AND
                  MST-MM-INSC LESS THAN 13
                   MOVE MST-MM-INSC TO MES-INICIAL
               END-IF
           END-IF.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               MOVE "N"    TO MES-PAGO (IDX-MES)
               MOVE ZEROES TO MES-SALDO (IDX-MES)
               MOVE "N"    TO MES-ABERTO (IDX-MES)
           END-PERFORM.
           PERFORM LE-RAZAO-ANO.
           PERFORM MARCA-MES-CREDITO.
           PERFORM MARCA-DIVIDA-ABERTA.
           MOVE ZEROES TO QTD-ABERTOS.
           MOVE SPACES TO MESES-TXT.
           MOVE 1 TO POS-TXT.
           PERFORM VARYING IDX-MES FROM MES-INICIAL BY 1
                   UNTIL IDX-MES > 12
               IF MES-PAGO (IDX-MES) EQUAL "N" OR
                  MES-SALDO (IDX-MES) GREATER THAN ZEROES
                   MOVE "S" TO MES-ABERTO (IDX-MES)
               END-IF
               IF MES-ABERTO (IDX-MES) EQUAL "S"
                   ADD 1 TO QTD-ABERTOS
                   MOVE IDX-MES TO MES-EDIT
                   MOVE MES-EDIT TO MESES-TXT (POS-TXT:2)
                   ADD 3 TO POS-TXT
               END-IF
           END-PERFORM.

      * Posiciona o razao no inicio do ano do socio e le em frente
      * ate mudar o socio ou passar do ano (mesmo posicionamento do
      * extrato EM02-23); o ultimo lancamento de cada mes da o saldo
      * com que o mes fechou. O lancamento da baixa por perda entra
      * no razao com saldo zero sem que nada tenha sido pago: fica
      * de fora, como no EM02-61.
       LE-RAZAO-ANO.
           MOVE MST-NUM-SOCIO TO LED-NUM-SOCIO.
           MOVE DATA-REF-INI  TO LED-DATA.
           MOVE ZEROES        TO LED-SEQ.
           MOVE "NAO" TO FIM-RAZAO.
           START LEDGPAG KEY NOT LESS THAN LED-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-RAZAO
           END-START.
           PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
               READ LEDGPAG NEXT
                   AT END MOVE "SIM" TO FIM-RAZAO
                   NOT AT END
                       IF LED-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO OR
                          LED-DATA GREATER THAN DATA-REF-FIM
                           MOVE "SIM" TO FIM-RAZAO
                       ELSE
                           IF LED-COD-PAG NOT EQUAL COD-BAIXA
                               MOVE LED-DATA (5:2) TO MES-LED
                               MOVE "S"       TO MES-PAGO (MES-LED)
                               MOVE LED-SALDO TO MES-SALDO (MES-LED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Mensalidade coberta inteira pelo credito: o EM02-31 abate o
      * credito e manda a cobranca ja quitada, sem lancamento no
      * razao. Cada mes do ano com abatimento no HISABAT e sem
      * pagamento foi coberto pelo credito; o ultimo mes do CREDSOC
      * completa o historico gravado antes do HISABAT existir. O
      * abatimento parcial deixa o resto na cobranca do mes, e esse
      * resto, se ainda devido, segue em aberto pelo CADSOC1/ARQATRA.
       MARCA-MES-CREDITO.
           IF TEM-HISABAT EQUAL "S"
               MOVE MST-NUM-SOCIO TO ABT-NUM-SOCIO
               COMPUTE ABT-MES = ANO-REF * 100 + 1
               MOVE "NAO" TO FIM-ABT
               START HISABAT KEY NOT LESS THAN ABT-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-ABT
               END-START
               PERFORM UNTIL FIM-ABT EQUAL "SIM"
                   READ HISABAT NEXT
                       AT END MOVE "SIM" TO FIM-ABT
                       NOT AT END
                           IF ABT-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO OR
                              ABT-MES (1:4) NOT EQUAL ANO-REF
                               MOVE "SIM" TO FIM-ABT
                           ELSE
                               MOVE ABT-MES (5:2) TO MES-CRED
                               IF ABT-VALOR-ABAT GREATER THAN ZEROES
                                  AND MES-CRED GREATER THAN 0
                                  AND MES-CRED LESS THAN 13
                                  AND MES-PAGO (MES-CRED) EQUAL "N"
                                   MOVE "S" TO MES-PAGO (MES-CRED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF TEM-CREDSOC EQUAL "S"
               MOVE MST-NUM-SOCIO TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRD-MES-ABAT (1:4) EQUAL ANO-REF AND
                          CRD-VALOR-ABAT GREATER THAN ZEROES
                           MOVE CRD-MES-ABAT (5:2) TO MES-CRED
                           IF MES-CRED GREATER THAN 0 AND
                              MES-CRED LESS THAN 13 AND
                              MES-PAGO (MES-CRED) EQUAL "N"
                               MOVE "S" TO MES-PAGO (MES-CRED)
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Divida ainda em aberto hoje (CADSOC1/ARQATRA): o vencimento
      * dela e hoje menos os dias de atraso. Vencida antes do ano,
      * todo o ano fica em aberto; vencida dentro do ano, ficam em
      * aberto os meses do vencimento ate dezembro.
       MARCA-DIVIDA-ABERTA.
           MOVE 0 TO POS-ABER.
           PERFORM VARYING IDX-ABER FROM 1 BY 1
                   UNTIL IDX-ABER > QTD-ABER OR POS-ABER > 0
               IF ABER-SOCIO (IDX-ABER) EQUAL MST-NUM-SOCIO
                   MOVE IDX-ABER TO POS-ABER
               END-IF
           END-PERFORM.
           IF POS-ABER GREATER THAN 0
               MOVE ABER-DIAS (POS-ABER) TO DIAS-ABERTO
               COMPUTE DIAS-VENC-ABER = DIAS-HOJE - DIAS-ABERTO
               MOVE FUNCTION DATE-OF-INTEGER (DIAS-VENC-ABER)
                   TO DATA-VENC-ABER
               IF DATA-VENC-ABER NOT GREATER THAN DATA-REF-FIM
                   IF DATA-VENC-ABER LESS THAN DATA-REF-INI
                       MOVE 1 TO MES-VENC-ABER
                   ELSE
                       MOVE DATA-VENC-ABER (5:2) TO MES-VENC-ABER
                   END-IF
                   PERFORM VARYING IDX-MES FROM MES-VENC-ABER BY 1
                           UNTIL IDX-MES > 12
                       MOVE "S" TO MES-ABERTO (IDX-MES)
                   END-PERFORM
               END-IF
           END-IF.

      * Divida baixada como perda ainda nao recuperada: saiu do
      * contas a receber, mas nao foi paga.
       BUSCA-PERDA.
           MOVE "N" TO DIVIDA-PERDA.
           IF TEM-PERDAS EQUAL "S"
               MOVE MST-NUM-SOCIO TO PRD-NUM-SOCIO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-BAIXADA
                           MOVE "S" TO DIVIDA-PERDA
                       END-IF
               END-READ
           END-IF.

       BUSCA-ACORDO.
           MOVE 0 TO POS-ACD.
           PERFORM VARYING IDX-ACD FROM 1 BY 1
                   UNTIL IDX-ACD > QTD-ACD OR POS-ACD > 0
               IF TAB-ACD-SOCIO (IDX-ACD) EQUAL MST-NUM-SOCIO
                   MOVE IDX-ACD TO POS-ACD
               END-IF
           END-PERFORM.

      * Insere a declaracao na tabela na posicao do seu CEP: acha a
      * primeira posicao com CEP maior, desloca as seguintes uma
      * casa e encaixa o registro ali (mesma insercao do EM02-04).
       GUARDA-DECLARACAO.
           IF QTD-DECL NOT LESS THAN 5000
      * Com a tabela cheia os socios quitados restantes ficariam sem
      * a declaracao que a lei obriga a enviar, e a remessa sairia
      * incompleta sem ninguem notar; melhor abortar e emitir depois
      * de ampliar a tabela do que mandar o ano pela metade.
               DISPLAY "EM02-38: MAIS DE 5000 DECLARACOES, "
                   "EMISSAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MST-NUM-SOCIO TO MONT-NUM.
           MOVE MST-NOME      TO MONT-NOME.
           MOVE MST-ENDERECO  TO MONT-ENDERECO.
           MOVE MST-CIDADE    TO MONT-CIDADE.
           MOVE MST-ESTADO    TO MONT-ESTADO.
           MOVE MST-CEP       TO MONT-CEP.
           MOVE MST-CPF       TO MONT-CPF.
           MOVE 0 TO POS-INS.
           PERFORM VARYING IDX-DECL FROM 1 BY 1
                   UNTIL IDX-DECL > QTD-DECL OR POS-INS > 0
               IF TAB-CEP (IDX-DECL) GREATER THAN MONT-CEP
                   MOVE IDX-DECL TO POS-INS
               END-IF
           END-PERFORM.
           ADD 1 TO QTD-DECL.
           IF POS-INS EQUAL 0
               MOVE QTD-DECL TO POS-INS
           ELSE
               PERFORM VARYING IDX-DESL FROM QTD-DECL BY -1
                       UNTIL IDX-DESL NOT GREATER THAN POS-INS
                   MOVE DECL-OCORR (IDX-DESL - 1)
                       TO DECL-OCORR (IDX-DESL)
               END-PERFORM
           END-IF.
           MOVE DECL-MONT TO DECL-OCORR (POS-INS).

       GUARDA-EXCECAO.
           IF QTD-EXC LESS THAN 5000
               ADD 1 TO QTD-EXC
               MOVE MST-NUM-SOCIO TO TAB-EXC-NUM (QTD-EXC)
               MOVE MST-NOME      TO TAB-EXC-NOME (QTD-EXC)
               MOVE MOTIVO-EXC    TO TAB-EXC-MOTIVO (QTD-EXC)
               MOVE MESES-TXT     TO TAB-EXC-MESES (QTD-EXC)
           ELSE
               DISPLAY "EM02-38: MAIS DE 5000 EXCECOES, SOCIO "
                   MST-NUM-SOCIO " FORA DA RELACAO"
           END-IF.

      * Uma declaracao por pagina, na ordem de CEP, com o bloco de
      * endereco nas primeiras linhas para o envelope de janela.
       IMPRIME-DECLARACOES.
           PERFORM VARYING IDX-DECL FROM 1 BY 1
                   UNTIL IDX-DECL > QTD-DECL
               PERFORM IMPRIME-DECLARACAO
           END-PERFORM.

       IMPRIME-DECLARACAO.
           MOVE SPACES TO REG-QUIT.
           WRITE REG-QUIT AFTER ADVANCING PAGE.
           WRITE REG-QUIT FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-QUIT FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE TAB-NOME (IDX-DECL)     TO NOME-END.
           MOVE TAB-ENDERECO (IDX-DECL) TO RUA-END.
           MOVE TAB-CIDADE (IDX-DECL)   TO CIDADE-END.
           MOVE TAB-ESTADO (IDX-DECL)   TO ESTADO-END.
           MOVE TAB-CEP (IDX-DECL) (1:5) TO CEP-END-1.
           MOVE TAB-CEP (IDX-DECL) (6:3) TO CEP-END-2.
           WRITE REG-QUIT FROM LIN-END-NOME AFTER ADVANCING 2 LINES.
           WRITE REG-QUIT FROM LIN-END-RUA AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM LIN-END-CIDADE AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM LIN-END-CEP AFTER ADVANCING 1 LINE.
           MOVE ANO-REF TO VAR-ANO-CAB.
           WRITE REG-QUIT FROM CAB-03 AFTER ADVANCING 3 LINES.
           MOVE TAB-NUM (IDX-DECL)  TO NUM-DECL.
           MOVE TAB-NOME (IDX-DECL) TO NOME-DECL.
           WRITE REG-QUIT FROM LIN-SOCIO AFTER ADVANCING 2 LINES.
           MOVE TAB-CPF (IDX-DECL) TO CPF-DECL.
           WRITE REG-QUIT FROM LIN-CPF AFTER ADVANCING 1 LINE.
           MOVE "Em cumprimento a Lei 12.007/2009, declaramos que o"
               TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 2 LINES.
           MOVE "socio acima identificado quitou todas as mensalidades"
               TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           MOVE ANO-REF TO VAR-ANO-TXT.
           WRITE REG-QUIT FROM LIN-ANO AFTER ADVANCING 1 LINE.
           MOVE "nada havendo em aberto referente ao periodo."
               TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           MOVE "Esta declaracao substitui, para a comprovacao dos"
               TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 2 LINES.
           MOVE "pagamentos, as quitacoes mensais do mesmo ano."
               TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           MOVE DATA-HOJE-NUM (7:2) TO DD-DECL.
           MOVE DATA-HOJE-NUM (5:2) TO MM-DECL.
           MOVE DATA-HOJE-NUM (1:4) TO AAAA-DECL.
           WRITE REG-QUIT FROM LIN-DATA AFTER ADVANCING 3 LINES.
           MOVE "Atenciosamente," TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 2 LINES.
           MOVE "Tesouraria - Turismar Turismos" TO TXT-DECL.
           WRITE REG-QUIT FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-DECLARACOES.
           ADD 1 TO CT-GRAVADOS.

      * Relacao de excecoes, apos a ultima declaracao, para o
      * escritorio tratar caso a caso (meses que nao cabem na linha
      * continuam na linha de baixo).
       IMPRIME-EXCECOES.
           PERFORM CABECALHO-EXC.
           PERFORM VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > QTD-EXC
               IF CT-LIN GREATER THAN 40
                   PERFORM CABECALHO-EXC
               END-IF
               MOVE TAB-EXC-NUM (IDX-EXC)    TO NUM-EXC
               MOVE TAB-EXC-NOME (IDX-EXC)   TO NOME-EXC
               MOVE TAB-EXC-MOTIVO (IDX-EXC) TO MOTIVO-EXC-REL
               MOVE TAB-EXC-MESES (IDX-EXC) (1:30) TO MESES-EXC
               WRITE REG-QUIT FROM LIN-EXC AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               IF TAB-EXC-MESES (IDX-EXC) (31:6) NOT EQUAL SPACES
                   MOVE TAB-EXC-MESES (IDX-EXC) (31:6) TO MESES-EXC-2
                   WRITE REG-QUIT FROM LIN-EXC-CONT
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO CT-LIN
               END-IF
               ADD 1 TO CT-GRAVADOS
           END-PERFORM.

       CABECALHO-EXC.
           ADD 1 TO CT-PAG.
           MOVE ANO-REF TO VAR-ANO-EXC.
           MOVE SPACES TO REG-QUIT.
           WRITE REG-QUIT AFTER ADVANCING PAGE.
           WRITE REG-QUIT FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-QUIT FROM CAB-EXC AFTER ADVANCING 2 LINES.
           WRITE REG-QUIT FROM CAB-EXC-COL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-QUIT.
           WRITE REG-QUIT AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x9 = 14 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 26.
       TERMINO.
           IF CT-LIN GREATER THAN 26
               PERFORM CABECALHO-EXC
           END-IF.
           MOVE CT-LIDOS       TO VAR-LIDOS.
           MOVE CT-DECLARACOES TO VAR-DECL.
           MOVE CT-EXC-ABERTO  TO VAR-EXC-ABER.
           MOVE CT-EXC-ACORDO  TO VAR-EXC-ACD.
           MOVE CT-EXC-SUSP    TO VAR-EXC-SUSP.
           MOVE CT-EXC-PERDA   TO VAR-EXC-PERDA.
           MOVE CT-CANCELADOS  TO VAR-CANC.
           MOVE CT-POSTERIORES TO VAR-POST.
           WRITE REG-QUIT FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-QUIT FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-QUIT FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-12 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-QUIT FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           IF TEM-HIST-ANO EQUAL "S"
               MOVE HIST-QTD-ANO TO VAR-HIST-QTD
               MOVE HIST-VAL-ANO TO VAR-HIST-VAL
               MOVE HIST-DATA-ANO (7:2) TO VAR-HIST-DD
               MOVE HIST-DATA-ANO (5:2) TO VAR-HIST-MM
               MOVE HIST-DATA-ANO (1:4) TO VAR-HIST-AA
               WRITE REG-QUIT FROM CAB-TOT-09 AFTER ADVANCING 1 LINE
               WRITE REG-QUIT FROM CAB-TOT-10 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-QUIT FROM CAB-TOT-11 AFTER ADVANCING 1 LINE
           END-IF.
           DISPLAY "EM02-38: " CT-DECLARACOES " DECLARACOES, "
               QTD-EXC " EXCECOES, ANO " ANO-REF.
           CLOSE CADMEST
                 LEDGPAG
                 RELQUIT.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
           END-IF.
           IF TEM-HISABAT EQUAL "S"
               CLOSE HISABAT
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY RUNLOG-P.
