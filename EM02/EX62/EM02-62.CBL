       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-62.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       ATIVIDADE DOS OPERADORES PARA A AUDITORIA: le o
      *               log de acesso dos consoles (ACESSLOG, gravado
      *               pelo OPERSON-P com o id validado no OPERMEST) e
      *               a trilha de parametros do EM02-20C (AUDPARAM)
      *               no periodo pedido e imprime, por operador, as
      *               identificacoes aceitas e recusadas, as
      *               consultas de socio, os registros alterados
      *               (acordos do EM02-32C, correcoes do EM02-35C,
      *               recibos e fechamentos de caixa do EM02-42C e
      *               parametros) e as demais funcoes. Antes do
      *               resumo sai a lista do que os auditores querem
      *               ver linha a linha: acesso fora do horario util,
      *               em sabado/domingo nao util ou em feriado do
      *               CALPROC; atividade de operador inativo ou que
      *               nao existe no OPERMEST; sessao com mais
      *               consultas de socio que o limite; e parametro
      *               alterado por operador abaixo do nivel 3. Nivel
      *               e situacao sao os do OPERMEST na data da
      *               execucao. Periodo, horario util e limite vem do
      *               PARAUDOP; sem periodo vale o ultimo mes fechado
      *               (FECHMES) - roda no mensal antes do expurgo, e
      *               para o trimestre dos auditores basta informar
      *               as datas. Qualquer ocorrencia termina com RC 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Periodo, horario util e limite de consultas por sessao.
           SELECT PARAUDOP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Mestre de operadores e log de acesso dos consoles.
           COPY OPERSON-F.
      * Trilha de parametros do EM02-20C.
           SELECT AUDPARAM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      * Calendario de processamento (so os feriados interessam).
           SELECT CALPROC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
           SELECT RELAUDOP ASSIGN TO DISK.
      * Periodos fechados (periodo default).
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Periodo (AAAAMMDD; zeros = ultimo mes fechado), horario util
      * (HHMM, fim exclusivo), limite de consultas de socio numa
      * sessao e se sabado/domingo sao dias uteis (S/N). Campo
      * zerado ou invalido fica com o default.
       FD PARAUDOP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAUDOP.DAT".

       01 REG-PARAUDOP.
          02 PARAM-DATA-INI  PIC 9(08).
          02 PARAM-DATA-FIM  PIC 9(08).
          02 PARAM-HORA-INI  PIC 9(04).
          02 PARAM-HORA-FIM  PIC 9(04).
          02 PARAM-LIM-CONS  PIC 9(03).
          02 PARAM-SAB-UTIL  PIC X(01).
          02 PARAM-DOM-UTIL  PIC X(01).

      * Mestre de operadores e log de acesso.
       COPY OPERSON-D.

      * Trilha de parametros, mesmo layout do EM02-20C.
       FD AUDPARAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUDPARAM.DAT".

       01 REG-AUD.
          02 AUD-DATA-HORA PIC 9(14).
          02 FILLER        PIC X(01).
          02 AUD-OPERADOR  PIC X(08).
          02 FILLER        PIC X(01).
          02 AUD-ARQUIVO   PIC X(08).
          02 FILLER        PIC X(01).
          02 AUD-CAMPO     PIC X(14).
          02 FILLER        PIC X(01).
          02 AUD-ANTES     PIC X(08).
          02 FILLER        PIC X(01).
          02 AUD-DEPOIS    PIC X(08).

       FD CALPROC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALPROC.DAT".

       01 REG-CAL.
          02 CAL-TIPO  PIC X(01).
          02 CAL-DADOS PIC X(08).
       01 REG-CAL-DATA REDEFINES REG-CAL.
          02 FILLER    PIC X(01).
          02 CAL-DATA  PIC 9(08).

       FD RELAUDOP
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(100).

      * Periodos fechados.
       COPY FECHMES-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 CT-LIN     PIC 9(02) VALUE 99.

       77 WS-PARAM-STATUS PIC X(02).
       77 WS-AUD-STATUS   PIC X(02).
       77 WS-CAL-STATUS   PIC X(02).

      * Campos da identificacao de operador (status do OPERMEST e do
      * ACESSLOG).
       COPY OPERSON-W.

      * Parametros e seus defaults: horario comercial da secretaria,
      * 30 consultas por sessao, fim de semana fora dos dias uteis.
       77 DATA-INI      PIC 9(08) VALUE ZEROES.
       77 DATA-FIM      PIC 9(08) VALUE ZEROES.
       77 HORA-INI      PIC 9(04) VALUE 0800.
       77 HORA-FIM      PIC 9(04) VALUE 1800.
       77 LIM-CONSULTAS PIC 9(03) VALUE 30.
       77 SAB-UTIL      PIC X(01) VALUE "N".
       77 DOM-UTIL      PIC X(01) VALUE "N".

      * Data de hoje e mes do periodo default.
       01 DATA-HOJE.
           02 ANO-HOJE PIC 9(04).
           02 MM-HOJE  PIC 9(02).
           02 DD-HOJE  PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       01 MES-PERIODO.
           02 ANO-PER PIC 9(04).
           02 MM-PER  PIC 9(02).
       01 MES-PERIODO-NUM REDEFINES MES-PERIODO PIC 9(06).

      * Data/hora da linha em tratamento (ACESSLOG ou AUDPARAM).
       01 DH-W.
           02 DH-DATA.
              03 DH-ANO PIC 9(04).
              03 DH-MES PIC 9(02).
              03 DH-DIA PIC 9(02).
           02 DH-DATA-N REDEFINES DH-DATA PIC 9(08).
           02 DH-HORA.
              03 DH-HH  PIC 9(02).
              03 DH-MI  PIC 9(02).
           02 DH-HORA-N REDEFINES DH-HORA PIC 9(04).
           02 DH-SS     PIC 9(02).
       01 DH-NUM REDEFINES DH-W PIC 9(14).
       77 OPERADOR-W PIC X(08).
       77 PROGRAMA-W PIC X(08).
       77 DETALHE-W  PIC X(30).
       77 DATA-OK    PIC X(01).
       77 TEM-OPERMEST PIC X(01) VALUE "S".

      * Dia da semana pela contagem de dias do calendario (resto 0 =
      * domingo, 6 = sabado) e os feriados do CALPROC.
       77 DIAS-W       PIC 9(07).
       77 QUOC-W       PIC 9(07).
       77 DIA-SEMANA   PIC 9(01).
       77 QTD-FERIADOS PIC 9(03) VALUE ZEROES.
       77 IDX-FER      PIC 9(03).
       77 E-FERIADO    PIC X(01).
       01 TAB-FERIADOS.
           02 FERIADO-DATA OCCURS 100 TIMES PIC 9(08).

      * Atividade por operador: primeiro os do OPERMEST, na ordem do
      * mestre, depois os ids das trilhas que nao estao nele. A
      * sessao corrente de cada um (programa, inicio e consultas)
      * vai do SIGNON ate o proximo SIGNON; linha de outro programa
      * ou de outro dia sem SIGNON abre sessao nova.
       77 QTD-ATV     PIC 9(03) VALUE ZEROES.
       77 IDX-ATV     PIC 9(03).
       77 POS-ATV     PIC 9(03).
       77 TAB-CHEIA   PIC X(01) VALUE "N".
       01 TAB-ATIVIDADE.
           02 ATV-OCORR OCCURS 100 TIMES.
              03 ATV-ID           PIC X(08).
              03 ATV-NOME         PIC X(20).
              03 ATV-NIVEL        PIC 9(01).
              03 ATV-ATIVO        PIC X(01).
              03 ATV-CADASTRADO   PIC X(01).
              03 ATV-CONTADORES.
                 04 ATV-SIGNON       PIC 9(05).
                 04 ATV-RECUSADOS    PIC 9(05).
                 04 ATV-CONSULTAS    PIC 9(05).
                 04 ATV-ACORDOS      PIC 9(05).
                 04 ATV-CORRECOES    PIC 9(05).
                 04 ATV-CAIXA        PIC 9(05).
                 04 ATV-PARAMETROS   PIC 9(05).
                 04 ATV-OUTRAS       PIC 9(05).
                 04 ATV-OCORRENCIAS  PIC 9(05).
                 04 ATV-SES-CONSULTAS PIC 9(05).
              03 ATV-SES-PROGRAMA PIC X(08).
              03 ATV-SES-INICIO.
                 04 ATV-SES-DATA  PIC 9(08).
                 04 ATV-SES-HORA  PIC 9(06).

      * Totais do resumo.
       01 TOTAIS.
           02 TOT-SIGNON      PIC 9(07) VALUE ZEROES.
           02 TOT-RECUSADOS   PIC 9(07) VALUE ZEROES.
           02 TOT-CONSULTAS   PIC 9(07) VALUE ZEROES.
           02 TOT-ACORDOS     PIC 9(07) VALUE ZEROES.
           02 TOT-CORRECOES   PIC 9(07) VALUE ZEROES.
           02 TOT-CAIXA       PIC 9(07) VALUE ZEROES.
           02 TOT-PARAMETROS  PIC 9(07) VALUE ZEROES.
           02 TOT-OUTRAS      PIC 9(07) VALUE ZEROES.
           02 TOT-OCORRENCIAS PIC 9(07) VALUE ZEROES.

      * Ocorrencia a imprimir: data/hora, programa, tipo e detalhe
      * (o operador e o da posicao POS-ATV da tabela).
       77 OC-DH-W       PIC 9(14).
       77 OC-PROGRAMA-W PIC X(08).
       77 OC-TIPO-W     PIC X(33).
       77 OC-DETALHE-W  PIC X(30).
       01 OC-DH-GRUPO.
           02 OC-DH-AAAA PIC 9(04).
           02 OC-DH-MM   PIC 9(02).
           02 OC-DH-DD   PIC 9(02).
           02 OC-DH-HH   PIC 9(02).
           02 OC-DH-MI   PIC 9(02).
           02 OC-DH-SS   PIC 9(02).
       01 ED-CONS       PIC ZZZZ9.
       01 ED-LIM        PIC ZZ9.

      * Observacoes sobre fontes ausentes ou linhas descartadas: vao
      * para o fim do relatorio e para o console, com RC 4.
       77 CT-INVALIDAS PIC 9(05) VALUE ZEROES.
       77 ED-INVALIDAS PIC ZZZZ9.
       77 QTD-OBS    PIC 9(02) VALUE ZEROES.
       77 IDX-OBS    PIC 9(02).
       01 TAB-OBS.
           02 OBS-TXT-T PIC X(80) OCCURS 10 TIMES.
       77 OBS-TXT-W  PIC X(80).

      * Secao em impressao, para o cabecalho de cada pagina: "O" =
      * ocorrencias, "R" = resumo por operador.
       77 SECAO-ATUAL PIC X(01) VALUE "O".
       77 LINHA-W     PIC X(100).

      * Ultimo mes fechado.
       COPY FECHMES-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(07) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(88) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(05) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(12) VALUE SPACES.
           02 FILLER    PIC X(48) VALUE
               "ATIVIDADE DOS OPERADORES DOS CONSOLES - PERIODO ".
           02 DD-INI-CAB   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MM-INI-CAB   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 AAAA-INI-CAB PIC 9999.
           02 FILLER       PIC X(03) VALUE " A ".
           02 DD-FIM-CAB   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MM-FIM-CAB   PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 AAAA-FIM-CAB PIC 9999.
           02 FILLER       PIC X(17) VALUE SPACES.

       01 CAB-03.
           02 FILLER     PIC X(12) VALUE SPACES.
           02 FILLER     PIC X(13) VALUE "HORARIO UTIL ".
           02 HH-INI-CAB PIC 99.
           02 FILLER     PIC X(01) VALUE ":".
           02 MI-INI-CAB PIC 99.
           02 FILLER     PIC X(04) VALUE " AS ".
           02 HH-FIM-CAB PIC 99.
           02 FILLER     PIC X(01) VALUE ":".
           02 MI-FIM-CAB PIC 99.
           02 FILLER     PIC X(15) VALUE "  SABADO UTIL: ".
           02 SAB-CAB    PIC X(01).
           02 FILLER     PIC X(16) VALUE "  DOMINGO UTIL: ".
           02 DOM-CAB    PIC X(01).
           02 FILLER     PIC X(20) VALUE "  CONSULTAS/SESSAO: ".
           02 LIM-CAB    PIC ZZ9.
           02 FILLER     PIC X(05) VALUE SPACES.

       01 LIN-TIT-OCORR.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(60) VALUE
               "OCORRENCIAS DO PERIODO (ATIVIDADE FORA DO PADRAO)".
           02 FILLER PIC X(39) VALUE SPACES.

       01 LIN-COL-OCORR.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "DATA".
           02 FILLER PIC X(06) VALUE "HORA".
           02 FILLER PIC X(09) VALUE "OPERADOR".
           02 FILLER PIC X(09) VALUE "PROGRAMA".
           02 FILLER PIC X(34) VALUE "OCORRENCIA".
           02 FILLER PIC X(30) VALUE "DETALHE".

       01 LIN-OCORR.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-DD       PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 OC-MM       PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 OC-AAAA     PIC 9999.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-HH       PIC 99.
           02 FILLER      PIC X(01) VALUE ":".
           02 OC-MI       PIC 99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-OPERADOR PIC X(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-PROGRAMA PIC X(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-TIPO     PIC X(33).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OC-DETALHE  PIC X(30).

       01 LIN-SEM-OCORR.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "Nenhuma ocorrencia no periodo.".
           02 FILLER PIC X(47) VALUE SPACES.

       01 LIN-TIT-RES.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(60) VALUE "RESUMO POR OPERADOR".
           02 FILLER PIC X(39) VALUE SPACES.

       01 LIN-COL-RES.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "OPERADOR".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(03) VALUE "NV".
           02 FILLER PIC X(02) VALUE "AT".
           02 FILLER PIC X(07) VALUE " SIGNON".
           02 FILLER PIC X(07) VALUE " RECUS.".
           02 FILLER PIC X(07) VALUE " CONSUL".
           02 FILLER PIC X(07) VALUE " ACORDO".
           02 FILLER PIC X(07) VALUE " CORREC".
           02 FILLER PIC X(07) VALUE "  CAIXA".
           02 FILLER PIC X(07) VALUE " PARAM.".
           02 FILLER PIC X(07) VALUE " OUTRAS".
           02 FILLER PIC X(07) VALUE " OCORR.".
           02 FILLER PIC X(01) VALUE SPACES.

       01 LIN-RES.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-ID         PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-NOME       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-NIVEL      PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-ATIVO      PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-SIGNON     PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-RECUSADOS  PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-CONSULTAS  PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-ACORDOS    PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-CORRECOES  PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-CAIXA      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-PARAMETROS PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-OUTRAS     PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RES-OCORR      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-LEGENDA.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(49) VALUE
               "CONSUL = consultas de socio (por numero ou CPF);".
           02 FILLER PIC X(50) VALUE
               "ACORDO, CORREC, CAIXA e PARAM. = registros".
       01 LIN-LEGENDA-2.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "alterados; NV e AT = nivel e ativo no OPERMEST na ".
           02 FILLER PIC X(49) VALUE
               "data da execucao.".

       01 LIN-TOT-OCORR.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 FILLER       PIC X(22) VALUE "TOTAL DE OCORRENCIAS: ".
           02 TOT-OCORR-ED PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(68) VALUE SPACES.

       01 LIN-TIT-OBS.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "OBSERVACOES:".
           02 FILLER PIC X(79) VALUE SPACES.

       01 LIN-OBS.
           02 FILLER  PIC X(03) VALUE SPACES.
           02 OBS-LIN PIC X(80).
           02 FILLER  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-EM02-62.
       PERFORM INICIO.
       PERFORM CARREGA-OPERADORES.
       PERFORM CARREGA-FERIADOS.
       PERFORM LE-ACESSLOG.
       PERFORM FECHA-SESSOES.
       PERFORM LE-AUDPARAM.
       PERFORM IMPRIME-RESUMO.
       PERFORM FIM.
       STOP RUN.

       INICIO.
            MOVE "EM02-62" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-HOJE.
            PERFORM LE-PARAMETROS.
            PERFORM DEFINE-PERIODO.
            OPEN OUTPUT RELAUDOP.

      * Campo zerado ou invalido no PARAUDOP (ou arquivo ausente)
      * fica com o default.
       LE-PARAMETROS.
           OPEN INPUT PARAUDOP.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAUDOP
                   AT END
                       MOVE ZEROES TO REG-PARAUDOP
               END-READ
               CLOSE PARAUDOP
               IF PARAM-DATA-INI NUMERIC
                   MOVE PARAM-DATA-INI TO DATA-INI
               END-IF
               IF PARAM-DATA-FIM NUMERIC
                   MOVE PARAM-DATA-FIM TO DATA-FIM
               END-IF
               IF PARAM-HORA-INI NUMERIC AND
                  PARAM-HORA-INI GREATER THAN ZEROES
                   MOVE PARAM-HORA-INI TO HORA-INI
               END-IF
               IF PARAM-HORA-FIM NUMERIC AND
                  PARAM-HORA-FIM GREATER THAN ZEROES
                   MOVE PARAM-HORA-FIM TO HORA-FIM
               END-IF
               IF PARAM-LIM-CONS NUMERIC AND
                  PARAM-LIM-CONS GREATER THAN ZEROES
                   MOVE PARAM-LIM-CONS TO LIM-CONSULTAS
               END-IF
               IF PARAM-SAB-UTIL EQUAL "S" OR PARAM-SAB-UTIL EQUAL "N"
                   MOVE PARAM-SAB-UTIL TO SAB-UTIL
               END-IF
               IF PARAM-DOM-UTIL EQUAL "S" OR PARAM-DOM-UTIL EQUAL "N"
                   MOVE PARAM-DOM-UTIL TO DOM-UTIL
               END-IF
           END-IF.

      * Sem data inicial e final vale o ultimo mes fechado (o
      * relatorio roda no mensal, logo depois do fechamento); sem
      * nenhum fechamento, o mes anterior ao corrente. Sem data
      * final vai ate hoje; sem data inicial, desde o primeiro dia
      * do mes da data final.
       DEFINE-PERIODO.
           IF DATA-INI EQUAL ZEROES AND DATA-FIM EQUAL ZEROES
               PERFORM LE-FECHMES
               MOVE MES-FECHADO TO MES-PERIODO-NUM
               IF MES-PERIODO-NUM EQUAL ZEROES
                   IF MM-HOJE EQUAL 1
                       COMPUTE ANO-PER = ANO-HOJE - 1
                       MOVE 12 TO MM-PER
                   ELSE
                       MOVE ANO-HOJE TO ANO-PER
                       COMPUTE MM-PER = MM-HOJE - 1
                   END-IF
               END-IF
               COMPUTE DATA-INI = MES-PERIODO-NUM * 100 + 1
               COMPUTE DATA-FIM = MES-PERIODO-NUM * 100 + 31
           END-IF.
           IF DATA-FIM EQUAL ZEROES
               MOVE DATA-HOJE-NUM TO DATA-FIM
           END-IF.
           IF DATA-INI EQUAL ZEROES
               DIVIDE DATA-FIM BY 100 GIVING MES-PERIODO-NUM
               COMPUTE DATA-INI = MES-PERIODO-NUM * 100 + 1
           END-IF.
           IF DATA-INI GREATER THAN DATA-FIM
               DISPLAY "EM02-62: PERIODO INVALIDO NO PARAUDOP: "
                   DATA-INI " A " DATA-FIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HORA-INI NOT LESS THAN HORA-FIM OR
              HORA-FIM GREATER THAN 2400
               DISPLAY "EM02-62: HORARIO UTIL INVALIDO NO PARAUDOP: "
                   HORA-INI " A " HORA-FIM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Operadores do mestre, na ordem do arquivo. Sem OPERMEST nao
      * ha nivel nem situacao para conferir: os acessos entram no
      * resumo, mas as verificacoes de operador ficam de fora.
       CARREGA-OPERADORES.
           OPEN INPUT OPERMEST.
           IF WS-OPER-FSTATUS NOT EQUAL "00"
               MOVE "N" TO TEM-OPERMEST
               MOVE SPACES TO OBS-TXT-W
               STRING "OPERMEST.DAT AUSENTE: NIVEL E SITUACAO DOS"
                   " OPERADORES NAO VERIFICADOS"
                   DELIMITED BY SIZE INTO OBS-TXT-W
               PERFORM GUARDA-OBS
           ELSE
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ OPERMEST
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF QTD-ATV LESS THAN 100
                               ADD 1 TO QTD-ATV
                               MOVE OPR-ID    TO ATV-ID (QTD-ATV)
                               MOVE OPR-NOME  TO ATV-NOME (QTD-ATV)
                               MOVE OPR-NIVEL TO ATV-NIVEL (QTD-ATV)
                               MOVE OPR-ATIVO TO ATV-ATIVO (QTD-ATV)
                               MOVE "S" TO ATV-CADASTRADO (QTD-ATV)
                               PERFORM ZERA-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMEST
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       ZERA-ATIVIDADE.
           MOVE ZEROES TO ATV-CONTADORES (QTD-ATV).
           MOVE SPACES TO ATV-SES-PROGRAMA (QTD-ATV).
           MOVE ZEROES TO ATV-SES-INICIO (QTD-ATV).

      * Feriados do calendario de processamento, como no EM02-59.
       CARREGA-FERIADOS.
           OPEN INPUT CALPROC.
           IF WS-CAL-STATUS NOT EQUAL "00"
               MOVE "CALPROC.DAT AUSENTE: FERIADOS NAO VERIFICADOS"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           ELSE
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CALPROC
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF CAL-TIPO EQUAL "F" AND
                              CAL-DATA NUMERIC AND
                              QTD-FERIADOS LESS THAN 100
                               ADD 1 TO QTD-FERIADOS
                               MOVE CAL-DATA
                                   TO FERIADO-DATA (QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALPROC
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

      *----------------------------------------------------------------
      * Log de acesso dos consoles: uma linha por identificacao ou
      * funcao executada, em ordem de gravacao.
      *----------------------------------------------------------------
       LE-ACESSLOG.
           OPEN INPUT ACESSLOG.
           IF WS-ACES-FSTATUS NOT EQUAL "00"
               MOVE SPACES TO OBS-TXT-W
               STRING "ACESSLOG.DAT AUSENTE: SEM ACESSOS DOS CONSOLES"
                   " NO RELATORIO"
                   DELIMITED BY SIZE INTO OBS-TXT-W
               PERFORM GUARDA-OBS
           ELSE
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ ACESSLOG
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           MOVE ACES-DATA-HORA TO DH-W
                           PERFORM CONFERE-DATA
                           IF DATA-OK EQUAL "S"
                               PERFORM TRATA-ACESSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSLOG
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

      * Data/hora invalida e contada e descartada; fora do periodo
      * so e descartada. A contagem de dias do calendario da tambem
      * o dia da semana da linha.
       CONFERE-DATA.
           MOVE "N" TO DATA-OK.
           MOVE ZEROES TO DIAS-W.
           IF DH-NUM NUMERIC AND
              DH-MES NOT LESS THAN 1 AND DH-MES NOT GREATER THAN 12 AND
              DH-DIA NOT LESS THAN 1 AND DH-DIA NOT GREATER THAN 31
               COMPUTE DIAS-W = FUNCTION INTEGER-OF-DATE (DH-DATA-N)
           END-IF.
           IF DIAS-W EQUAL ZEROES
               ADD 1 TO CT-INVALIDAS
           ELSE
               DIVIDE DIAS-W BY 7 GIVING QUOC-W REMAINDER DIA-SEMANA
               IF DH-DATA-N NOT LESS THAN DATA-INI AND
                  DH-DATA-N NOT GREATER THAN DATA-FIM
                   MOVE "S" TO DATA-OK
               END-IF
           END-IF.

      * Identificacao recusada conta so como recusa (e o horario e
      * conferido); o resto e atividade do operador.
       TRATA-ACESSO.
           MOVE ACES-OPERADOR TO OPERADOR-W.
           MOVE ACES-PROGRAMA TO PROGRAMA-W.
           MOVE ACES-FUNCAO   TO DETALHE-W.
           PERFORM BUSCA-ATIVIDADE.
           IF POS-ATV GREATER THAN 0
               IF ACES-FUNCAO (1:15) EQUAL "SIGNON RECUSADO"
                   ADD 1 TO ATV-RECUSADOS (POS-ATV)
                   PERFORM VERIFICA-HORARIO
               ELSE
                   PERFORM CLASSIFICA-FUNCAO
                   PERFORM VERIFICA-HORARIO
                   PERFORM VERIFICA-OPERADOR
               END-IF
           END-IF.

      * Funcoes pelo texto gravado pelos consoles: SIGNON (OPERSON-P),
      * CONSULTA SOCIO/CPF (EM02-01C/EM02-24C), ACORDO REGISTRADO/
      * ENCERRADO (EM02-32C), CORRECAO CLIENTE (EM02-35C), RECIBO e
      * FECHA CAIXA (EM02-42C); qualquer outro texto vai para OUTRAS.
       CLASSIFICA-FUNCAO.
           IF ACES-FUNCAO EQUAL "SIGNON"
               ADD 1 TO ATV-SIGNON (POS-ATV)
               PERFORM ABRE-SESSAO
           ELSE
               IF ATV-SES-PROGRAMA (POS-ATV) NOT EQUAL PROGRAMA-W OR
                  ATV-SES-DATA (POS-ATV) NOT EQUAL DH-DATA-N
                   PERFORM ABRE-SESSAO
               END-IF
               IF ACES-FUNCAO (1:8) EQUAL "CONSULTA"
                   ADD 1 TO ATV-CONSULTAS (POS-ATV)
                   ADD 1 TO ATV-SES-CONSULTAS (POS-ATV)
               ELSE
                   IF ACES-FUNCAO (1:6) EQUAL "ACORDO"
                       ADD 1 TO ATV-ACORDOS (POS-ATV)
                   ELSE
                       IF ACES-FUNCAO (1:8) EQUAL "CORRECAO"
                           ADD 1 TO ATV-CORRECOES (POS-ATV)
                       ELSE
                           IF ACES-FUNCAO (1:6) EQUAL "RECIBO" OR
                              ACES-FUNCAO (1:11) EQUAL "FECHA CAIXA"
                               ADD 1 TO ATV-CAIXA (POS-ATV)
                           ELSE
                               ADD 1 TO ATV-OUTRAS (POS-ATV)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Fecha a sessao anterior do operador e abre outra nesta linha.
       ABRE-SESSAO.
           PERFORM FECHA-SESSAO.
           MOVE PROGRAMA-W TO ATV-SES-PROGRAMA (POS-ATV).
           MOVE DH-NUM     TO ATV-SES-INICIO (POS-ATV).

      * Sessao com mais consultas de socio que o limite sai como
      * ocorrencia, datada no inicio da sessao.
       FECHA-SESSAO.
           IF ATV-SES-CONSULTAS (POS-ATV) GREATER THAN LIM-CONSULTAS
               MOVE ATV-SES-INICIO (POS-ATV)   TO OC-DH-W
               MOVE ATV-SES-PROGRAMA (POS-ATV) TO OC-PROGRAMA-W
               MOVE "CONSULTAS NA SESSAO ACIMA LIMITE" TO OC-TIPO-W
               MOVE ATV-SES-CONSULTAS (POS-ATV) TO ED-CONS
               MOVE LIM-CONSULTAS TO ED-LIM
               MOVE SPACES TO OC-DETALHE-W
               STRING ED-CONS " CONSULTAS (LIMITE " ED-LIM ")"
                   DELIMITED BY SIZE INTO OC-DETALHE-W
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           MOVE ZEROES TO ATV-SES-CONSULTAS (POS-ATV).

      * Fim do log: fecha a sessao em aberto de cada operador.
       FECHA-SESSOES.
           PERFORM VARYING POS-ATV FROM 1 BY 1
                   UNTIL POS-ATV > QTD-ATV
               PERFORM FECHA-SESSAO
           END-PERFORM.

      *----------------------------------------------------------------
      * Trilha de parametros: cada linha e um campo alterado pelo
      * EM02-20C, que exige nivel 3 na identificacao.
      *----------------------------------------------------------------
       LE-AUDPARAM.
           OPEN INPUT AUDPARAM.
           IF WS-AUD-STATUS NOT EQUAL "00"
               MOVE SPACES TO OBS-TXT-W
               STRING "AUDPARAM.DAT AUSENTE: SEM ALTERACOES DE"
                   " PARAMETRO NO RELATORIO"
                   DELIMITED BY SIZE INTO OBS-TXT-W
               PERFORM GUARDA-OBS
           ELSE
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ AUDPARAM
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           MOVE AUD-DATA-HORA TO DH-W
                           PERFORM CONFERE-DATA
                           IF DATA-OK EQUAL "S"
                               PERFORM TRATA-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDPARAM
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

       TRATA-AUDITORIA.
           MOVE AUD-OPERADOR TO OPERADOR-W.
           MOVE "EM02-20C"   TO PROGRAMA-W.
           MOVE SPACES TO DETALHE-W.
           STRING AUD-ARQUIVO DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
                  AUD-CAMPO   DELIMITED BY SPACE
               INTO DETALHE-W.
           PERFORM BUSCA-ATIVIDADE.
           IF POS-ATV GREATER THAN 0
               ADD 1 TO ATV-PARAMETROS (POS-ATV)
               PERFORM VERIFICA-HORARIO
               PERFORM VERIFICA-OPERADOR
               IF TEM-OPERMEST EQUAL "S" AND
                  ATV-CADASTRADO (POS-ATV) EQUAL "S" AND
                  ATV-NIVEL (POS-ATV) LESS THAN 3
                   MOVE "PARAMETRO ALTERADO ABAIXO NIVEL 3"
                       TO OC-TIPO-W
                   PERFORM OCORRENCIA-DA-LINHA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Verificacoes comuns as duas trilhas.
      *----------------------------------------------------------------
      * Posicao do operador na tabela; id fora do OPERMEST entra no
      * fim. Tabela cheia: POS-ATV 0 e a linha fica fora.
       BUSCA-ATIVIDADE.
           MOVE 0 TO POS-ATV.
           PERFORM VARYING IDX-ATV FROM 1 BY 1
                   UNTIL IDX-ATV > QTD-ATV OR POS-ATV > 0
               IF ATV-ID (IDX-ATV) EQUAL OPERADOR-W
                   MOVE IDX-ATV TO POS-ATV
               END-IF
           END-PERFORM.
           IF POS-ATV EQUAL 0
               IF QTD-ATV LESS THAN 100
                   ADD 1 TO QTD-ATV
                   MOVE OPERADOR-W TO ATV-ID (QTD-ATV)
                   IF TEM-OPERMEST EQUAL "S"
                       MOVE "** NAO CADASTRADO **" TO ATV-NOME (QTD-ATV)
                   ELSE
                       MOVE SPACES TO ATV-NOME (QTD-ATV)
                   END-IF
                   MOVE ZEROES TO ATV-NIVEL (QTD-ATV)
                   MOVE SPACES TO ATV-ATIVO (QTD-ATV)
                   MOVE "N"    TO ATV-CADASTRADO (QTD-ATV)
                   PERFORM ZERA-ATIVIDADE
                   MOVE QTD-ATV TO POS-ATV
               ELSE
                   IF TAB-CHEIA EQUAL "N"
                       MOVE "S" TO TAB-CHEIA
                       MOVE SPACES TO OBS-TXT-W
                       STRING "MAIS DE 100 OPERADORES NAS TRILHAS,"
                           " EXCEDENTES FORA DO RELATORIO"
                           DELIMITED BY SIZE INTO OBS-TXT-W
                       PERFORM GUARDA-OBS
                   END-IF
               END-IF
           END-IF.

      * Feriado do CALPROC, sabado/domingo nao util ou hora fora do
      * horario util (inicio inclusive, fim exclusive).
       VERIFICA-HORARIO.
           MOVE "N" TO E-FERIADO.
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > QTD-FERIADOS OR E-FERIADO = "S"
               IF FERIADO-DATA (IDX-FER) EQUAL DH-DATA-N
                   MOVE "S" TO E-FERIADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO OC-TIPO-W.
           IF E-FERIADO EQUAL "S"
               MOVE "ACESSO EM FERIADO DO CALPROC" TO OC-TIPO-W
           ELSE
               IF DIA-SEMANA EQUAL 6 AND SAB-UTIL NOT EQUAL "S"
                   MOVE "ACESSO EM SABADO" TO OC-TIPO-W
               ELSE
                   IF DIA-SEMANA EQUAL 0 AND DOM-UTIL NOT EQUAL "S"
                       MOVE "ACESSO EM DOMINGO" TO OC-TIPO-W
                   ELSE
                       IF DH-HORA-N LESS THAN HORA-INI OR
                          DH-HORA-N NOT LESS THAN HORA-FIM
                           MOVE "ACESSO FORA DO HORARIO UTIL"
                               TO OC-TIPO-W
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF OC-TIPO-W NOT EQUAL SPACES
               PERFORM OCORRENCIA-DA-LINHA
           END-IF.

      * Atividade de id fora do OPERMEST ou de operador inativo.
       VERIFICA-OPERADOR.
           IF TEM-OPERMEST EQUAL "S"
               IF ATV-CADASTRADO (POS-ATV) EQUAL "N"
                   MOVE "OPERADOR NAO CADASTRADO" TO OC-TIPO-W
                   PERFORM OCORRENCIA-DA-LINHA
               ELSE
                   IF ATV-ATIVO (POS-ATV) NOT EQUAL "S"
                       MOVE "OPERADOR INATIVO NO OPERMEST"
                           TO OC-TIPO-W
                       PERFORM OCORRENCIA-DA-LINHA
                   END-IF
               END-IF
           END-IF.

       OCORRENCIA-DA-LINHA.
           MOVE DH-NUM     TO OC-DH-W.
           MOVE PROGRAMA-W TO OC-PROGRAMA-W.
           MOVE DETALHE-W  TO OC-DETALHE-W.
           PERFORM REGISTRA-OCORRENCIA.

      * Uma linha na lista de ocorrencias, contada para o operador.
       REGISTRA-OCORRENCIA.
           ADD 1 TO ATV-OCORRENCIAS (POS-ATV).
           ADD 1 TO CT-GRAVADOS.
           MOVE OC-DH-W TO OC-DH-GRUPO.
           MOVE OC-DH-DD   TO OC-DD.
           MOVE OC-DH-MM   TO OC-MM.
           MOVE OC-DH-AAAA TO OC-AAAA.
           MOVE OC-DH-HH   TO OC-HH.
           MOVE OC-DH-MI   TO OC-MI.
           MOVE ATV-ID (POS-ATV) TO OC-OPERADOR.
           MOVE OC-PROGRAMA-W TO OC-PROGRAMA.
           MOVE OC-TIPO-W     TO OC-TIPO.
           MOVE OC-DETALHE-W  TO OC-DETALHE.
           MOVE LIN-OCORR TO LINHA-W.
           PERFORM IMPRIME-LINHA.

      * Observacao: sai no fim do relatorio e no console, e a
      * execucao termina com RC 4.
       GUARDA-OBS.
           DISPLAY "EM02-62: " OBS-TXT-W.
           MOVE 4 TO RETURN-CODE.
           IF QTD-OBS LESS THAN 10
               ADD 1 TO QTD-OBS
               MOVE OBS-TXT-W TO OBS-TXT-T (QTD-OBS)
           END-IF.

      *----------------------------------------------------------------
      * Resumo por operador em pagina nova, com os totais, a legenda
      * e as observacoes.
      *----------------------------------------------------------------
       IMPRIME-RESUMO.
           IF CT-INVALIDAS GREATER THAN 0
               MOVE CT-INVALIDAS TO ED-INVALIDAS
               MOVE SPACES TO OBS-TXT-W
               STRING ED-INVALIDAS
                   " LINHAS DAS TRILHAS COM DATA/HORA INVALIDA,"
                   " IGNORADAS" DELIMITED BY SIZE INTO OBS-TXT-W
               PERFORM GUARDA-OBS
           END-IF.
           IF CT-GRAVADOS EQUAL 0
               MOVE LIN-SEM-OCORR TO LINHA-W
               PERFORM IMPRIME-LINHA
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "R" TO SECAO-ATUAL.
           MOVE 99 TO CT-LIN.
           PERFORM VARYING IDX-ATV FROM 1 BY 1
                   UNTIL IDX-ATV > QTD-ATV
               PERFORM IMPRIME-OPERADOR
           END-PERFORM.
           MOVE SPACES TO LIN-RES.
           MOVE "TOTAL"         TO RES-ID.
           MOVE TOT-SIGNON      TO RES-SIGNON.
           MOVE TOT-RECUSADOS   TO RES-RECUSADOS.
           MOVE TOT-CONSULTAS   TO RES-CONSULTAS.
           MOVE TOT-ACORDOS     TO RES-ACORDOS.
           MOVE TOT-CORRECOES   TO RES-CORRECOES.
           MOVE TOT-CAIXA       TO RES-CAIXA.
           MOVE TOT-PARAMETROS  TO RES-PARAMETROS.
           MOVE TOT-OUTRAS      TO RES-OUTRAS.
           MOVE TOT-OCORRENCIAS TO RES-OCORR.
           MOVE SPACES TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE LIN-RES TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE LIN-LEGENDA TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE LIN-LEGENDA-2 TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           MOVE CT-GRAVADOS TO TOT-OCORR-ED.
           MOVE LIN-TOT-OCORR TO LINHA-W.
           PERFORM IMPRIME-LINHA.
           IF QTD-OBS GREATER THAN 0
               MOVE SPACES TO LINHA-W
               PERFORM IMPRIME-LINHA
               MOVE LIN-TIT-OBS TO LINHA-W
               PERFORM IMPRIME-LINHA
               PERFORM VARYING IDX-OBS FROM 1 BY 1
                       UNTIL IDX-OBS > QTD-OBS
                   MOVE OBS-TXT-T (IDX-OBS) TO OBS-LIN
                   MOVE LIN-OBS TO LINHA-W
                   PERFORM IMPRIME-LINHA
               END-PERFORM
           END-IF.
           DISPLAY "EM02-62: " CT-GRAVADOS " OCORRENCIAS NO PERIODO "
               DATA-INI " A " DATA-FIM.

       IMPRIME-OPERADOR.
           MOVE SPACES TO LIN-RES.
           MOVE ATV-ID (IDX-ATV)   TO RES-ID.
           MOVE ATV-NOME (IDX-ATV) TO RES-NOME.
           IF ATV-CADASTRADO (IDX-ATV) EQUAL "S"
               MOVE ATV-NIVEL (IDX-ATV) TO RES-NIVEL (2:1)
               MOVE ATV-ATIVO (IDX-ATV) TO RES-ATIVO (2:1)
           END-IF.
           MOVE ATV-SIGNON (IDX-ATV)      TO RES-SIGNON.
           MOVE ATV-RECUSADOS (IDX-ATV)   TO RES-RECUSADOS.
           MOVE ATV-CONSULTAS (IDX-ATV)   TO RES-CONSULTAS.
           MOVE ATV-ACORDOS (IDX-ATV)     TO RES-ACORDOS.
           MOVE ATV-CORRECOES (IDX-ATV)   TO RES-CORRECOES.
           MOVE ATV-CAIXA (IDX-ATV)       TO RES-CAIXA.
           MOVE ATV-PARAMETROS (IDX-ATV)  TO RES-PARAMETROS.
           MOVE ATV-OUTRAS (IDX-ATV)      TO RES-OUTRAS.
           MOVE ATV-OCORRENCIAS (IDX-ATV) TO RES-OCORR.
           ADD ATV-SIGNON (IDX-ATV)      TO TOT-SIGNON.
           ADD ATV-RECUSADOS (IDX-ATV)   TO TOT-RECUSADOS.
           ADD ATV-CONSULTAS (IDX-ATV)   TO TOT-CONSULTAS.
           ADD ATV-ACORDOS (IDX-ATV)     TO TOT-ACORDOS.
           ADD ATV-CORRECOES (IDX-ATV)   TO TOT-CORRECOES.
           ADD ATV-CAIXA (IDX-ATV)       TO TOT-CAIXA.
           ADD ATV-PARAMETROS (IDX-ATV)  TO TOT-PARAMETROS.
           ADD ATV-OUTRAS (IDX-ATV)      TO TOT-OUTRAS.
           ADD ATV-OCORRENCIAS (IDX-ATV) TO TOT-OCORRENCIAS.
           MOVE LIN-RES TO LINHA-W.
           PERFORM IMPRIME-LINHA.

      * Toda linha do relatorio passa por aqui: pagina nova depois de
      * 40 linhas, com os titulos da secao corrente.
       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           WRITE REG-REL FROM LINHA-W AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-INI (7:2) TO DD-INI-CAB.
           MOVE DATA-INI (5:2) TO MM-INI-CAB.
           MOVE DATA-INI (1:4) TO AAAA-INI-CAB.
           MOVE DATA-FIM (7:2) TO DD-FIM-CAB.
           MOVE DATA-FIM (5:2) TO MM-FIM-CAB.
           MOVE DATA-FIM (1:4) TO AAAA-FIM-CAB.
           DIVIDE HORA-INI BY 100 GIVING HH-INI-CAB
               REMAINDER MI-INI-CAB.
           DIVIDE HORA-FIM BY 100 GIVING HH-FIM-CAB
               REMAINDER MI-FIM-CAB.
           MOVE SAB-UTIL      TO SAB-CAB.
           MOVE DOM-UTIL      TO DOM-CAB.
           MOVE LIM-CONSULTAS TO LIM-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
           IF SECAO-ATUAL EQUAL "O"
               WRITE REG-REL FROM LIN-TIT-OCORR
                   AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM LIN-COL-OCORR
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REG-REL FROM LIN-TIT-RES
                   AFTER ADVANCING 2 LINES
               WRITE REG-REL FROM LIN-COL-RES
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE 11 TO CT-LIN.

       FIM.
           CLOSE RELAUDOP.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY FECHMES-P.

       COPY RUNLOG-P.
