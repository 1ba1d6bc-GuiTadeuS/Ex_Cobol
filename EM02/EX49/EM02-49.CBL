       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-49.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       EXPURGO MENSAL DOS ARQUIVOS DE TRILHA: os logs
      *               e historicos que so crescem (RUNLOG, ACESSLOG,
      *               AUDPARAM, HISTATRA, JRNPAG, LEDGPAG e o arquivo
      *               morto ARQVISA) ficam online so pelos meses da
      *               tabela de guarda TABRETEN.DAT; o que e mais
      *               antigo que o primeiro dia do mes de corte sai
      *               para o arquivo morto do proprio arquivo
      *               (HRUNLOG, HACESLOG, HAUDPARM, HHISTATR, HJRNPAG,
      *               HLEDGPAG, HARQVISA), que o job mensal renomeia
      *               com a data. Arquivo sem linha na TABRETEN nao e
      *               tocado. O que algum programa ainda precisa nunca
      *               sai, seja qual for o prazo:
      *                - RUNLOG: as duas ultimas execucoes de cada
      *                  job (comparacao do EM02-16);
      *                - JRNPAG e LEDGPAG: movimento de mes ainda nao
      *                  fechado no FECHMES (estorno do EM02-33 e
      *                  fechamento do EM02-41); sem mes fechado,
      *                  nada sai;
      *                - LEDGPAG e HISTATRA: nada do ano anterior em
      *                  diante (declaracao anual do EM02-38 e
      *                  comparacao com o ano anterior do EM02-08);
      *                - LEDGPAG: o ultimo lancamento de cada socio
      *                  (saldo corrente e base da anonimizacao do
      *                  EM02-48);
      *                - ARQVISA: a visita mais recente de cada
      *                  cliente (ultima visita do EM02-11/EM02-34)
      *                  e as visitas da janela de anos do PARFIDEL
      *                  mais o ano anterior a ela (pontos do
      *                  periodo e controle do expurgo do EM02-55).
      *               As contagens antes/depois de cada arquivo vao
      *               para o RUNLOG (job EM02-49 + letra do arquivo)
      *               e para o relatorio RELEXPG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Meses de guarda online por arquivo.
           SELECT TABRETEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAB-STATUS.
      * Log de auditoria da execucao: expurgado aqui e depois
      * anexado pelo GRAVA-RUNLOG.
           COPY RUNLOG-F.
      * Mestre de operadores e log de acesso dos consoles.
           COPY OPERSON-F.
           SELECT AUDPARAM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT HISTATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT JRNPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
           COPY ARQVISA-F.
      * Parametros do programa de fidelidade (janela em anos).
           SELECT PARFIDEL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PFID-STATUS.
      * Periodos fechados pelo EM02-41.
           COPY FECHMES-F.
      * Copia de trabalho: o que fica (sequenciais) ou o que sai
      * (indexados) do arquivo corrente.
           SELECT HKWRK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.
      * Arquivos mortos, anexados; o job mensal os renomeia com a
      * data depois do step.
           SELECT HRUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HACESLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HAUDPARM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HHISTATR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HJRNPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HLEDGPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT HARQVISA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HARQ-STATUS.
           SELECT RELEXPG ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      * Uma linha por arquivo: nome (como nos SELECT) e meses.
       FD TABRETEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TABRETEN.DAT".

       01 REG-TABRETEN.
          02 RET-ARQUIVO PIC X(08).
          02 RET-MESES   PIC 9(03).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

      * Mestre de operadores e log de acesso (so o log e lido).
       COPY OPERSON-D.

      * Trilha de parametros do EM02-20C; so a data/hora interessa.
       FD AUDPARAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUDPARAM.DAT".

       01 REG-AUD.
          02 AUD-DATA-HORA PIC 9(14).
          02 FILLER        PIC X(51).

      * Layout compartilhado com o EM02-01 (gerador do historico).
       FD HISTATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTATRA.DAT".

       01 REG-HIST.
           COPY HISATREC.

      * Diario de baixa, layout compartilhado em JRNREC.
       FD JRNPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "JRNPAG.DAT".

       01 REG-JRN.
           COPY JRNREC.

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

      * Arquivo morto de visitas, layout compartilhado em VISAREC.
       FD ARQVISA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVISA.DAT".

       01 REG-VISA.
           COPY VISAREC.

      * Parametros da fidelidade, layout do EM02-55 (so os anos da
      * janela interessam aqui).
       FD PARFIDEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARFIDEL.DAT".

       01 REG-PARFIDEL.
           02 PARAM-LIM-BRONZE  PIC 9(06).
           02 PARAM-LIM-PRATA   PIC 9(06).
           02 PARAM-LIM-OURO    PIC 9(06).
           02 PARAM-ANOS        PIC 9(02).
           02 PARAM-VALOR-PONTO PIC 9(03)V9(02).

      * Registro de periodos fechados.
       COPY FECHMES-D.

      * O maior registro copiado (JRNREC) tem 175 bytes.
       FD HKWRK
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HKWRK.DAT".

       01 REG-WRK PIC X(300).

       FD HRUNLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HRUNLOG.DAT".

       01 REG-HRUNLOG PIC X(300).

       FD HACESLOG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HACESLOG.DAT".

       01 REG-HACESLOG PIC X(300).

       FD HAUDPARM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HAUDPARM.DAT".

       01 REG-HAUDPARM PIC X(300).

       FD HHISTATR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HHISTATR.DAT".

       01 REG-HHISTATR PIC X(300).

       FD HJRNPAG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HJRNPAG.DAT".

       01 REG-HJRNPAG PIC X(300).

       FD HLEDGPAG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HLEDGPAG.DAT".

       01 REG-HLEDGPAG PIC X(300).

       FD HARQVISA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HARQVISA.DAT".

       01 REG-HARQVISA PIC X(300).

       FD RELEXPG
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-AUX    PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-TAB-STATUS  PIC X(02).
       77 WS-AUD-STATUS  PIC X(02).
       77 WS-HIST-STATUS PIC X(02).
       77 WS-JRN-STATUS  PIC X(02).
       77 WS-LEDG-STATUS PIC X(02).
       77 WS-VISA-STATUS PIC X(02).
       77 WS-WRK-STATUS  PIC X(02).
       77 WS-HARQ-STATUS PIC X(02).
       77 WS-PFID-STATUS PIC X(02).

      * Tabela de guarda carregada da TABRETEN.
       77 TEM-TABRETEN   PIC X(01) VALUE "N".
       77 QTD-RETEN      PIC 9(02) VALUE ZEROES.
       77 IDX-RETEN      PIC 9(02).
       01 TAB-RETEN.
           02 RETEN-OCORR OCCURS 20 TIMES.
              03 RETEN-ARQUIVO PIC X(08).
              03 RETEN-MESES   PIC 9(03).

      * Arquivo em tratamento.
       77 ARQ-CORRENTE   PIC X(08).
       77 JOB-ARQ        PIC X(08).
       77 PRAZO-MESES    PIC 9(03).
       77 PODE-EXPURGAR  PIC X(01).
       77 SITUACAO-ARQ   PIC X(22).
       77 PROTECAO-ARQ   PIC X(60).
       77 CT-ANTES       PIC 9(07).
       77 CT-ARQUIVADOS  PIC 9(07).
       77 CT-DEPOIS      PIC 9(07).
       77 CT-FALHAS      PIC 9(05) VALUE ZEROES.
       77 DATA-REG       PIC 9(08).

      * Datas: hoje, corte do arquivo e piso do ano anterior
      * (AAAAMMDD).
       77 DATA-HOJE-NUM  PIC 9(08).
       77 HOJE-AAAA      PIC 9(04).
       77 HOJE-MM        PIC 9(02).
       77 MESES-ABS      PIC 9(06).
       77 CORTE-AAAA     PIC 9(04).
       77 CORTE-MM       PIC 9(02).
       77 DATA-CORTE     PIC 9(08).
       77 PISO-ANO-ANT   PIC 9(08).

      * Janela da fidelidade (default do EM02-55 sem PARFIDEL.DAT:
      * 2 anos) e primeiro dia do ano anterior a ela.
       77 ANOS-FIDEL     PIC 9(02) VALUE 2.
       77 PISO-FIDEL     PIC 9(08).

      * Ultima e penultima execucao de cada job no RUNLOG.
       77 QTD-JOBS       PIC 9(03) VALUE ZEROES.
       77 IDX-JOB        PIC 9(03).
       77 POS-JOB        PIC 9(03).
       01 TAB-JOBS.
           02 JOB-OCORR OCCURS 200 TIMES.
              03 JOB-NOME      PIC X(08).
              03 JOB-ULT       PIC 9(14).
              03 JOB-PENULT    PIC 9(14).

      * Lancamento anterior do razao (leitura adiantada: so se
      * sabe que um lancamento nao e o ultimo do socio ao ler o
      * seguinte).
       77 TEM-LEDG-ANT   PIC X(01).
       01 LEDG-ANT.
           02 LED-ANT-SOCIO PIC 9(06).
           02 LED-ANT-DATA  PIC 9(08).
           02 FILLER        PIC X(28).

      * Visita arquivada mais recente de cada cliente (CODIGOIN e
      * 9(3)).
       01 TAB-ULT-VISITA.
           02 ULT-VISITA OCCURS 999 TIMES PIC 9(08).
       77 IDX-CLI        PIC 9(03).

      * Totais do lote.
       77 TOT-ANTES      PIC 9(07) VALUE ZEROES.
       77 TOT-ARQUIVADOS PIC 9(07) VALUE ZEROES.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

      * Campos da identificacao de operador (so o status do log de
      * acesso e usado aqui).
       COPY OPERSON-W.

      * Ultimo mes fechado.
       COPY FECHMES-W.

       01 CAB-01.
          02 FILLER  PIC X(70) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC Z9.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(30) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(33) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(18) VALUE SPACES.
          02 FILLER PIC X(34) VALUE
              "EXPURGO MENSAL DOS ARQUIVOS DE TRI".
          02 FILLER PIC X(16) VALUE "LHA - EXECUCAO: ".
          02 VAR-HOJE PIC X(10).
          02 FILLER PIC X(02) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "ARQUIVO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "MESES".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "CORTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "  ANTES".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE " SAIRAM".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE " DEPOIS".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(23) VALUE "SITUACAO".

       01 LIN-DET.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ARQ-DET    PIC X(08).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 MESES-DET  PIC ZZZ9.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 CORTE-DET  PIC X(10).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ANTES-DET  PIC ZZZ.ZZ9.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 SAIU-DET   PIC ZZZ.ZZ9.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 DEPOIS-DET PIC ZZZ.ZZ9.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 SIT-DET    PIC X(22).
          02 FILLER     PIC X(01) VALUE SPACES.

       01 LIN-PROT.
          02 FILLER     PIC X(14) VALUE SPACES.
          02 FILLER     PIC X(08) VALUE "GUARDA: ".
          02 PROT-DET   PIC X(58).

       01 CAB-TOT-01.
          02 FILLER      PIC X(36) VALUE
              "REGISTROS ONLINE ANTES DO EXPURGO: ".
          02 VAR-TOT-01  PIC Z.ZZZ.ZZ9.

       01 CAB-TOT-02.
          02 FILLER      PIC X(36) VALUE
              "REGISTROS LEVADOS AO ARQUIVO MORTO: ".
          02 VAR-TOT-02  PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-49.
       PERFORM INICIO.
       PERFORM TRATA-RUNLOG.
       PERFORM TRATA-ACESSLOG.
       PERFORM TRATA-AUDPARAM.
       PERFORM TRATA-HISTATRA.
       PERFORM TRATA-JRNPAG.
       PERFORM TRATA-LEDGPAG.
       PERFORM TRATA-ARQVISA.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            MOVE DATA-HOJE-NUM (1:4) TO HOJE-AAAA.
            MOVE DATA-HOJE-NUM (5:2) TO HOJE-MM.
            COMPUTE PISO-ANO-ANT = (HOJE-AAAA - 1) * 10000 + 101.
            MOVE DATA-HOJE-NUM TO DATA-REG.
            PERFORM EDITA-DATA.
            MOVE CORTE-DET TO VAR-HOJE.
            PERFORM CARREGA-TABRETEN.
            PERFORM LE-FECHMES.
            OPEN OUTPUT RELEXPG.

      * Sem a TABRETEN nenhum arquivo tem prazo e nada sai; a
      * execucao termina com RC 4 para a operacao ver.
       CARREGA-TABRETEN.
           OPEN INPUT TABRETEN.
           IF WS-TAB-STATUS EQUAL "00"
               MOVE "S" TO TEM-TABRETEN
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ TABRETEN
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF QTD-RETEN LESS THAN 20
                               ADD 1 TO QTD-RETEN
                               MOVE RET-ARQUIVO
                                   TO RETEN-ARQUIVO (QTD-RETEN)
                               IF RET-MESES NUMERIC
                                   MOVE RET-MESES
                                       TO RETEN-MESES (QTD-RETEN)
                               ELSE
                                   MOVE ZEROES
                                       TO RETEN-MESES (QTD-RETEN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABRETEN
           ELSE
               DISPLAY "EM02-49: TABRETEN.DAT AUSENTE (STATUS "
                   WS-TAB-STATUS "), NENHUM ARQUIVO SERA EXPURGADO"
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Prazo do arquivo corrente e primeiro dia do mes de corte;
      * prazo ausente ou zerado deixa o arquivo como esta.
       PREPARA-ARQUIVO.
           MOVE ZEROES TO CT-ANTES CT-ARQUIVADOS CT-DEPOIS.
           MOVE ZEROES TO PRAZO-MESES DATA-CORTE.
           MOVE SPACES TO SITUACAO-ARQ.
           MOVE "N" TO PODE-EXPURGAR.
           PERFORM VARYING IDX-RETEN FROM 1 BY 1
                   UNTIL IDX-RETEN > QTD-RETEN
               IF RETEN-ARQUIVO (IDX-RETEN) EQUAL ARQ-CORRENTE
                   MOVE RETEN-MESES (IDX-RETEN) TO PRAZO-MESES
               END-IF
           END-PERFORM.
           IF PRAZO-MESES EQUAL ZEROES
               MOVE "SEM PRAZO NA TABRETEN" TO SITUACAO-ARQ
           ELSE
               COMPUTE MESES-ABS = HOJE-AAAA * 12 + HOJE-MM - 1
                                 - PRAZO-MESES
               DIVIDE MESES-ABS BY 12 GIVING CORTE-AAAA
                   REMAINDER CORTE-MM
               COMPUTE DATA-CORTE = CORTE-AAAA * 10000
                                  + (CORTE-MM + 1) * 100 + 1
               MOVE "S" TO PODE-EXPURGAR
           END-IF.

      * Fecho do arquivo: linha no relatorio e contagens antes/
      * depois no RUNLOG.
       FECHA-ARQUIVO.
           COMPUTE CT-DEPOIS = CT-ANTES - CT-ARQUIVADOS.
           IF SITUACAO-ARQ EQUAL SPACES
               IF CT-ARQUIVADOS GREATER THAN ZEROES
                   MOVE "EXPURGADO" TO SITUACAO-ARQ
               ELSE
                   MOVE "NADA ANTERIOR AO CORTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           ADD CT-ANTES      TO TOT-ANTES.
           ADD CT-ARQUIVADOS TO TOT-ARQUIVADOS.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO
           END-IF.
           MOVE ARQ-CORRENTE  TO ARQ-DET.
           MOVE PRAZO-MESES   TO MESES-DET.
           MOVE DATA-CORTE    TO DATA-REG.
           PERFORM EDITA-DATA.
           MOVE CT-ANTES      TO ANTES-DET.
           MOVE CT-ARQUIVADOS TO SAIU-DET.
           MOVE CT-DEPOIS     TO DEPOIS-DET.
           MOVE SITUACAO-ARQ  TO SIT-DET.
           WRITE REG-REL FROM LIN-DET AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE PROTECAO-ARQ  TO PROT-DET.
           WRITE REG-REL FROM LIN-PROT AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE JOB-ARQ       TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-ANTES      TO WS-RUNLOG-LIDOS.
           MOVE CT-DEPOIS     TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       EDITA-DATA.
           MOVE SPACES TO CORTE-DET.
           IF DATA-REG GREATER THAN ZEROES
               MOVE DATA-REG (7:2) TO CORTE-DET (1:2)
               MOVE "/"            TO CORTE-DET (3:1)
               MOVE DATA-REG (5:2) TO CORTE-DET (4:2)
               MOVE "/"            TO CORTE-DET (6:1)
               MOVE DATA-REG (1:4) TO CORTE-DET (7:4)
           END-IF.

      * Os sequenciais sao regravados a partir da copia de trabalho
      * com o que fica (mesmo tratamento do ARQATRW no EM02-44).
       ABRE-TRABALHO.
           OPEN OUTPUT HKWRK.
           IF WS-WRK-STATUS NOT EQUAL "00"
               DISPLAY "EM02-49: ERRO AO ABRIR HKWRK, STATUS "
                   WS-WRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ERRO-ARQUIVO-MORTO.
           DISPLAY "EM02-49: ERRO AO ABRIR O ARQUIVO MORTO DE "
               ARQ-CORRENTE ", STATUS " WS-HARQ-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * RUNLOG
      ******************************************************************
       TRATA-RUNLOG.
           MOVE "RUNLOG"   TO ARQ-CORRENTE.
           MOVE "EM02-49R" TO JOB-ARQ.
           MOVE "AS 2 ULTIMAS EXECUCOES DE CADA JOB (EM02-16)"
               TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN INPUT RUNLOG
               IF WS-RUNLOG-FSTATUS EQUAL "00"
                   PERFORM CARREGA-JOBS
                   CLOSE RUNLOG
                   OPEN INPUT RUNLOG
                   PERFORM EXPURGA-RUNLOG
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

       CARREGA-JOBS.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ RUNLOG
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF RUNLOG-INICIO NUMERIC
                           PERFORM ANOTA-JOB
                       END-IF
               END-READ
           END-PERFORM.

      * Job que nao cabe na tabela fica sem a data da penultima
      * execucao e, por seguranca, nada dele sai.
       ANOTA-JOB.
           MOVE ZEROES TO POS-JOB.
           PERFORM VARYING IDX-JOB FROM 1 BY 1
                   UNTIL IDX-JOB > QTD-JOBS OR POS-JOB > 0
               IF JOB-NOME (IDX-JOB) EQUAL RUNLOG-JOB
                   MOVE IDX-JOB TO POS-JOB
               END-IF
           END-PERFORM.
           IF POS-JOB EQUAL ZEROES AND QTD-JOBS LESS THAN 200
               ADD 1 TO QTD-JOBS
               MOVE QTD-JOBS   TO POS-JOB
               MOVE RUNLOG-JOB TO JOB-NOME (POS-JOB)
               MOVE ZEROES     TO JOB-ULT (POS-JOB)
               MOVE ZEROES     TO JOB-PENULT (POS-JOB)
           END-IF.
           IF POS-JOB GREATER THAN ZEROES
               IF RUNLOG-INICIO GREATER THAN JOB-ULT (POS-JOB)
                   MOVE JOB-ULT (POS-JOB) TO JOB-PENULT (POS-JOB)
                   MOVE RUNLOG-INICIO     TO JOB-ULT (POS-JOB)
               ELSE
                   IF RUNLOG-INICIO GREATER THAN JOB-PENULT (POS-JOB)
                       MOVE RUNLOG-INICIO TO JOB-PENULT (POS-JOB)
                   END-IF
               END-IF
           END-IF.

       EXPURGA-RUNLOG.
           PERFORM ABRE-TRABALHO.
           OPEN EXTEND HRUNLOG.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HRUNLOG
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ RUNLOG
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       PERFORM AVALIA-RUNLOG
               END-READ
           END-PERFORM.
           CLOSE RUNLOG HKWRK HRUNLOG.
           IF CT-ARQUIVADOS GREATER THAN ZEROES
               OPEN INPUT HKWRK
               OPEN OUTPUT RUNLOG
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HKWRK
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END WRITE REG-RUNLOG FROM REG-WRK
                   END-READ
               END-PERFORM
               CLOSE HKWRK RUNLOG
           END-IF.

       AVALIA-RUNLOG.
           MOVE "N" TO PODE-EXPURGAR.
           IF RUNLOG-INICIO NUMERIC
               MOVE RUNLOG-INICIO (1:8) TO DATA-REG
               IF DATA-REG LESS THAN DATA-CORTE
                   PERFORM VARYING IDX-JOB FROM 1 BY 1
                           UNTIL IDX-JOB > QTD-JOBS
                       IF JOB-NOME (IDX-JOB) EQUAL RUNLOG-JOB AND
                          RUNLOG-INICIO LESS THAN JOB-PENULT (IDX-JOB)
                           MOVE "S" TO PODE-EXPURGAR
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF PODE-EXPURGAR EQUAL "S"
               WRITE REG-HRUNLOG FROM REG-RUNLOG
               ADD 1 TO CT-ARQUIVADOS
           ELSE
               WRITE REG-WRK FROM REG-RUNLOG
           END-IF.

      ******************************************************************
      * ACESSLOG
      ******************************************************************
       TRATA-ACESSLOG.
           MOVE "ACESSLOG" TO ARQ-CORRENTE.
           MOVE "EM02-49A" TO JOB-ARQ.
           MOVE "SO O PRAZO DA TABRETEN" TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN INPUT ACESSLOG
               IF WS-ACES-FSTATUS EQUAL "00"
                   PERFORM EXPURGA-ACESSLOG
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

       EXPURGA-ACESSLOG.
           PERFORM ABRE-TRABALHO.
           OPEN EXTEND HACESLOG.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HACESLOG
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ ACESSLOG
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       MOVE ZEROES TO DATA-REG
                       IF ACES-DATA-HORA NUMERIC
                           MOVE ACES-DATA-HORA (1:8) TO DATA-REG
                       END-IF
                       IF DATA-REG GREATER THAN ZEROES AND
                          DATA-REG LESS THAN DATA-CORTE
                           WRITE REG-HACESLOG FROM REG-ACES
                           ADD 1 TO CT-ARQUIVADOS
                       ELSE
                           WRITE REG-WRK FROM REG-ACES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACESSLOG HKWRK HACESLOG.
           IF CT-ARQUIVADOS GREATER THAN ZEROES
               OPEN INPUT HKWRK
               OPEN OUTPUT ACESSLOG
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HKWRK
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END WRITE REG-ACES FROM REG-WRK
                   END-READ
               END-PERFORM
               CLOSE HKWRK ACESSLOG
           END-IF.

      ******************************************************************
      * AUDPARAM
      ******************************************************************
       TRATA-AUDPARAM.
           MOVE "AUDPARAM" TO ARQ-CORRENTE.
           MOVE "EM02-49P" TO JOB-ARQ.
           MOVE "SO O PRAZO DA TABRETEN" TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN INPUT AUDPARAM
               IF WS-AUD-STATUS EQUAL "00"
                   PERFORM EXPURGA-AUDPARAM
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

       EXPURGA-AUDPARAM.
           PERFORM ABRE-TRABALHO.
           OPEN EXTEND HAUDPARM.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HAUDPARM
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ AUDPARAM
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       MOVE ZEROES TO DATA-REG
                       IF AUD-DATA-HORA NUMERIC
                           MOVE AUD-DATA-HORA (1:8) TO DATA-REG
                       END-IF
                       IF DATA-REG GREATER THAN ZEROES AND
                          DATA-REG LESS THAN DATA-CORTE
                           WRITE REG-HAUDPARM FROM REG-AUD
                           ADD 1 TO CT-ARQUIVADOS
                       ELSE
                           WRITE REG-WRK FROM REG-AUD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDPARAM HKWRK HAUDPARM.
           IF CT-ARQUIVADOS GREATER THAN ZEROES
               OPEN INPUT HKWRK
               OPEN OUTPUT AUDPARAM
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HKWRK
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END WRITE REG-AUD FROM REG-WRK
                   END-READ
               END-PERFORM
               CLOSE HKWRK AUDPARAM
           END-IF.

      ******************************************************************
      * HISTATRA - nada do ano anterior em diante sai
      ******************************************************************
       TRATA-HISTATRA.
           MOVE "HISTATRA" TO ARQ-CORRENTE.
           MOVE "EM02-49H" TO JOB-ARQ.
           MOVE "DESDE 1/1 DO ANO ANTERIOR (EM02-08 E EM02-38)"
               TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF DATA-CORTE GREATER THAN PISO-ANO-ANT
               MOVE PISO-ANO-ANT TO DATA-CORTE
           END-IF.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN INPUT HISTATRA
               IF WS-HIST-STATUS EQUAL "00"
                   PERFORM EXPURGA-HISTATRA
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

       EXPURGA-HISTATRA.
           PERFORM ABRE-TRABALHO.
           OPEN EXTEND HHISTATR.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HHISTATR
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ HISTATRA
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       MOVE ZEROES TO DATA-REG
                       IF HIST-DATA NUMERIC
                           MOVE HIST-DATA TO DATA-REG
                       END-IF
                       IF DATA-REG GREATER THAN ZEROES AND
                          DATA-REG LESS THAN DATA-CORTE
                           WRITE REG-HHISTATR FROM REG-HIST
                           ADD 1 TO CT-ARQUIVADOS
                       ELSE
                           WRITE REG-WRK FROM REG-HIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTATRA HKWRK HHISTATR.
           IF CT-ARQUIVADOS GREATER THAN ZEROES
               OPEN INPUT HKWRK
               OPEN OUTPUT HISTATRA
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HKWRK
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END WRITE REG-HIST FROM REG-WRK
                   END-READ
               END-PERFORM
               CLOSE HKWRK HISTATRA
           END-IF.

      ******************************************************************
      * JRNPAG - so movimento de mes fechado sai (o EM02-33 recusa
      * estorno em mes fechado, entao esse diario nao serve mais)
      ******************************************************************
       TRATA-JRNPAG.
           MOVE "JRNPAG"   TO ARQ-CORRENTE.
           MOVE "EM02-49J" TO JOB-ARQ.
           MOVE "MOVIMENTO DE MES NAO FECHADO NO FECHMES (EM02-33)"
               TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF PODE-EXPURGAR EQUAL "S" AND MES-FECHADO EQUAL ZEROES
               MOVE "N" TO PODE-EXPURGAR
               MOVE "NENHUM MES FECHADO" TO SITUACAO-ARQ
           END-IF.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN INPUT JRNPAG
               IF WS-JRN-STATUS EQUAL "00"
                   PERFORM EXPURGA-JRNPAG
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

       EXPURGA-JRNPAG.
           PERFORM ABRE-TRABALHO.
           OPEN EXTEND HJRNPAG.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HJRNPAG
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ JRNPAG
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       MOVE ZEROES TO DATA-REG
                       IF JRN-DATA-MOV NUMERIC
                           MOVE JRN-DATA-MOV TO DATA-REG
                       END-IF
                       IF DATA-REG GREATER THAN ZEROES AND
                          DATA-REG LESS THAN DATA-CORTE AND
                          DATA-REG (1:6) NOT GREATER THAN MES-FECHADO
                           WRITE REG-HJRNPAG FROM REG-JRN
                           ADD 1 TO CT-ARQUIVADOS
                       ELSE
                           WRITE REG-WRK FROM REG-JRN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNPAG HKWRK HJRNPAG.
           IF CT-ARQUIVADOS GREATER THAN ZEROES
               OPEN INPUT HKWRK
               OPEN OUTPUT JRNPAG
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HKWRK
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END WRITE REG-JRN FROM REG-WRK
                   END-READ
               END-PERFORM
               CLOSE HKWRK JRNPAG
           END-IF.

      ******************************************************************
      * LEDGPAG - indexado: a primeira passada separa no HKWRK o que
      * sai e a segunda apaga pela chave e leva ao arquivo morto
      ******************************************************************
       TRATA-LEDGPAG.
           MOVE "LEDGPAG"  TO ARQ-CORRENTE.
           MOVE "EM02-49L" TO JOB-ARQ.
           MOVE "MES NAO FECHADO, ANO ANTERIOR, ULTIMO DO SOCIO"
               TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           IF DATA-CORTE GREATER THAN PISO-ANO-ANT
               MOVE PISO-ANO-ANT TO DATA-CORTE
           END-IF.
           IF PODE-EXPURGAR EQUAL "S" AND MES-FECHADO EQUAL ZEROES
               MOVE "N" TO PODE-EXPURGAR
               MOVE "NENHUM MES FECHADO" TO SITUACAO-ARQ
           END-IF.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN I-O LEDGPAG
               IF WS-LEDG-STATUS EQUAL "00"
                   PERFORM SEPARA-LEDGPAG
                   IF CT-ARQUIVADOS GREATER THAN ZEROES
                       PERFORM APAGA-LEDGPAG
                   END-IF
                   CLOSE LEDGPAG
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

      * A chave e socio + data + sequencia: o lancamento anterior so
      * pode sair se o lido agora for do mesmo socio (o ultimo de
      * cada socio fica sempre).
       SEPARA-LEDGPAG.
           PERFORM ABRE-TRABALHO.
           MOVE "N" TO TEM-LEDG-ANT.
           MOVE ZEROES TO LED-NUM-SOCIO LED-DATA LED-SEQ.
           MOVE "NAO" TO FIM-AUX.
           START LEDGPAG KEY NOT LESS THAN LED-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ LEDGPAG NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       IF TEM-LEDG-ANT EQUAL "S" AND
                          LED-ANT-SOCIO EQUAL LED-NUM-SOCIO AND
                          LED-ANT-DATA LESS THAN DATA-CORTE AND
                          LED-ANT-DATA (1:6) NOT GREATER THAN
                          MES-FECHADO
                           WRITE REG-WRK FROM LEDG-ANT
                           ADD 1 TO CT-ARQUIVADOS
                       END-IF
                       MOVE REG-LEDG TO LEDG-ANT
                       MOVE "S" TO TEM-LEDG-ANT
               END-READ
           END-PERFORM.
           CLOSE HKWRK.

       APAGA-LEDGPAG.
           OPEN EXTEND HLEDGPAG.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HLEDGPAG
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           OPEN INPUT HKWRK.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ HKWRK
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       MOVE REG-WRK TO REG-LEDG
                       DELETE LEDGPAG RECORD
                           INVALID KEY
                               PERFORM FALHA-APAGAR
                           NOT INVALID KEY
                               WRITE REG-HLEDGPAG FROM REG-LEDG
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE HKWRK HLEDGPAG.

      * Registro que nao apagou fica online e nao conta como
      * expurgado; RC 4 para a operacao conferir.
       FALHA-APAGAR.
           IF ARQ-CORRENTE EQUAL "LEDGPAG"
               DISPLAY "EM02-49: LEDGPAG - REGISTRO NAO APAGADO, "
                   "STATUS " WS-LEDG-STATUS
           ELSE
               DISPLAY "EM02-49: ARQVISA - REGISTRO NAO APAGADO, "
                   "STATUS " WS-VISA-STATUS
           END-IF.
           SUBTRACT 1 FROM CT-ARQUIVADOS.
           ADD 1 TO CT-FALHAS.
           MOVE 4 TO RETURN-CODE.

      ******************************************************************
      * ARQVISA - a visita arquivada mais recente de cada cliente
      * fica sempre
      ******************************************************************
       TRATA-ARQVISA.
           MOVE "ARQVISA"  TO ARQ-CORRENTE.
           MOVE "EM02-49V" TO JOB-ARQ.
           MOVE "MAIS RECENTE DO CLIENTE, JANELA DA FIDELIDADE"
               TO PROTECAO-ARQ.
           PERFORM PREPARA-ARQUIVO.
           PERFORM LE-PARFIDEL.
           IF DATA-CORTE GREATER THAN PISO-FIDEL
               MOVE PISO-FIDEL TO DATA-CORTE
           END-IF.
           IF PODE-EXPURGAR EQUAL "S"
               OPEN I-O ARQVISA
               IF WS-VISA-STATUS EQUAL "00"
                   PERFORM CARREGA-ULT-VISITA
                   PERFORM SEPARA-ARQVISA
                   IF CT-ARQUIVADOS GREATER THAN ZEROES
                       PERFORM APAGA-ARQVISA
                   END-IF
                   CLOSE ARQVISA
               ELSE
                   MOVE "ARQUIVO AUSENTE" TO SITUACAO-ARQ
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVO.

      * Visita da janela do EM02-55, ou do ano anterior a ela, nao
      * sai: o EM02-55 so reconhece como expurgado o que some dos
      * anos anteriores a janela da ultima execucao dele, e o ano a
      * mais cobre a virada do ano entre as duas execucoes.
       LE-PARFIDEL.
           OPEN INPUT PARFIDEL.
           IF WS-PFID-STATUS EQUAL "00"
               READ PARFIDEL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-ANOS NUMERIC AND
                          PARAM-ANOS GREATER THAN ZEROES
                           MOVE PARAM-ANOS TO ANOS-FIDEL
                       END-IF
               END-READ
               CLOSE PARFIDEL
           END-IF.
           COMPUTE PISO-FIDEL = (HOJE-AAAA - ANOS-FIDEL) * 10000 + 101.

       DATA-VISA.
           MOVE ZEROES TO DATA-REG.
           IF ARCV-DATA-VIS NUMERIC
               COMPUTE DATA-REG = ARCV-ANO * 10000 + ARCV-MES * 100
                                + ARCV-DIA
           END-IF.

       CARREGA-ULT-VISITA.
           MOVE ZEROES TO TAB-ULT-VISITA.
           MOVE LOW-VALUES TO ARCV-CHAVE.
           MOVE "NAO" TO FIM-AUX.
           START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ ARQVISA NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       PERFORM DATA-VISA
                       IF ARCV-CODIGO GREATER THAN ZEROES
                           IF DATA-REG GREATER THAN
                              ULT-VISITA (ARCV-CODIGO)
                               MOVE DATA-REG TO ULT-VISITA (ARCV-CODIGO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SEPARA-ARQVISA.
           PERFORM ABRE-TRABALHO.
           MOVE LOW-VALUES TO ARCV-CHAVE.
           MOVE "NAO" TO FIM-AUX.
           START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ ARQVISA NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       ADD 1 TO CT-ANTES
                       PERFORM DATA-VISA
                       IF ARCV-CODIGO GREATER THAN ZEROES
                           PERFORM AVALIA-VISITA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HKWRK.

      * A mais recente do cliente nunca e menor que ela mesma.
       AVALIA-VISITA.
           IF DATA-REG GREATER THAN ZEROES AND
              DATA-REG LESS THAN DATA-CORTE AND
              DATA-REG LESS THAN ULT-VISITA (ARCV-CODIGO)
               WRITE REG-WRK FROM REG-VISA
               ADD 1 TO CT-ARQUIVADOS
           END-IF.

       APAGA-ARQVISA.
           OPEN EXTEND HARQVISA.
           IF WS-HARQ-STATUS EQUAL "35"
               OPEN OUTPUT HARQVISA
           END-IF.
           IF WS-HARQ-STATUS NOT EQUAL "00"
               PERFORM ERRO-ARQUIVO-MORTO
           END-IF.
           OPEN INPUT HKWRK.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ HKWRK
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       MOVE REG-WRK TO REG-VISA
                       DELETE ARQVISA RECORD
                           INVALID KEY
                               PERFORM FALHA-APAGAR
                           NOT INVALID KEY
                               WRITE REG-HARQVISA FROM REG-VISA
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE HKWRK HARQVISA.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+1 = 4 linhas; com a pagina de 40 linhas,
      * o cabecalho so pode ser pulado com CT-LIN ate 36.
       TERMINO.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO
           END-IF.
           MOVE TOT-ANTES      TO VAR-TOT-01.
           MOVE TOT-ARQUIVADOS TO VAR-TOT-02.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 1 LINE.
           CLOSE RELEXPG.
           IF CT-FALHAS GREATER THAN ZEROES
               DISPLAY "EM02-49: " CT-FALHAS " REGISTROS NAO APAGADOS"
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE "EM02-49" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE TOT-ANTES      TO WS-RUNLOG-LIDOS.
           MOVE TOT-ARQUIVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY FECHMES-P.

       COPY RUNLOG-P.
