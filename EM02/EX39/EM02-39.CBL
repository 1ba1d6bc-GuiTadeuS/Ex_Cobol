       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-39.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       NEGATIVACAO NO CADASTRO DE INADIMPLENTES
      *               (SPC/SERASA): seleciona do extrato ARQATRA os
      *               socios com ATR-DIAS acima do limite de
      *               PARASPC.DAT que ja receberam carta de cobranca
      *               do EM02-04 (registro CARTAENV) sobre a divida
      *               atual (carta de antes do vencimento dela nao
      *               conta) e grava o arquivo
      *               de inclusao SPCINC, com CPF e endereco do mestre
      *               CADMEST e header/trailer com contagem e hash do
      *               CPF no padrao do EXTMKT. O controle SPCCTL guarda
      *               quem esta negativado; o negativado cuja divida
      *               foi quitada pela baixa do EM02-03 (saldo zerado
      *               no razao LEDGPAG; o lancamento da baixa por
      *               perda do EM02-44, codigo do PARABAIX, zera o
      *               saldo sem quitar e nao conta) sai no arquivo de
      *               exclusao
      *               SPCEXC, e o relatorio aponta as exclusoes
      *               enviadas depois do prazo legal de dias uteis
      *               (fim de semana e feriado do CALPROC nao contam).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
      * Mestre de socios, consultado por numero para o CPF e o
      * endereco enviados na inclusao.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Controle permanente de quem esta negativado.
           SELECT SPCCTL ASSIGN TO "SPCCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPC-NUM-SOCIO
           FILE STATUS IS WS-SPC-STATUS.
           SELECT CARTAENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRT-STATUS.
           SELECT CALPROC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
      * Codigo de pagamento da baixa por perda (EM02-44), que nao e
      * quitacao da divida.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIX-STATUS.
           SELECT PARASPC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT SPCINC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPCEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELSPC ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Limite de dias de atraso para a negativacao e prazo legal
      * da exclusao, em dias uteis apos a quitacao.
       FD PARASPC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARASPC.DAT".

       01 REG-PARASPC.
          02 PARAM-DIAS-LIMITE PIC 9(03).
          02 PARAM-PRAZO-UTEIS PIC 9(02).

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       01 REG-ATRA.
           COPY ATRREC.

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

      * Controle de negativacao, layout compartilhado em SPCREC.
       FD SPCCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SPCCTL.DAT".

       01 REG-SPC.
           COPY SPCREC.

      * Cartas enviadas pelo EM02-04, layout compartilhado em
      * CARTREC.
       FD CARTAENV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTAENV.DAT".

       01 REG-CRT.
          COPY CARTREC.

      * Calendario de processamento do EM02-17; aqui so interessam
      * os feriados ("F" + AAAAMMDD) para a contagem de dias uteis.
       FD CALPROC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CALPROC.DAT".

       01 REG-CAL.
           02 CAL-TIPO  PIC X(01).
           02 CAL-DADOS PIC X(08).
       01 REG-CAL-DATA REDEFINES REG-CAL.
           02 FILLER    PIC X(01).
           02 CAL-DATA  PIC 9(08).

       FD SPCINC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SPCINC.DAT".

       01 REG-INC PIC X(160).

       FD SPCEXC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SPCEXC.DAT".

       01 REG-EXC PIC X(80).

       FD RELSPC
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 FIM-RAZAO  PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-SPC-STATUS   PIC X(02).
       77 WS-CRT-STATUS   PIC X(02).
       77 WS-CAL-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-BAIX-STATUS  PIC X(02).
       77 TEM-LEDGER      PIC X(01) VALUE "N".

      * Codigo de pagamento da baixa por perda (padrao 98 quando
      * PARABAIX.DAT nao existe, como no EM02-44).
       77 COD-BAIXA       PIC 9(02) VALUE 98.

      * Defaults sem PARASPC.DAT: negativa acima de 90 dias de
      * atraso; a exclusao tem 5 dias uteis apos a quitacao.
       77 DIAS-LIMITE PIC 9(03) VALUE 090.
       77 PRAZO-UTEIS PIC 9(02) VALUE 05.

       77 DATA-HOJE-NUM PIC 9(08).
       77 DIAS-HOJE     PIC 9(07).

      * Vencimento da divida do extrato (hoje menos os dias de
      * atraso), para nao negativar de novo quem ja saiu da lista
      * com o extrato ainda anterior a quitacao.
       77 DIAS-VENC-ATR PIC 9(07).
       77 DATA-VENC-ATR PIC 9(08).

      * Busca da quitacao no razao: primeiro lancamento a partir da
      * data inicial com o saldo zerado pela baixa do EM02-03.
       77 DATA-BUSCA-INI PIC 9(08).
       77 DATA-QUIT-ACH  PIC 9(08).
       77 NUM-SOCIO-BUSCA PIC 9(06).

      * Prazo legal: data da quitacao mais N dias uteis (sabado,
      * domingo e feriado do CALPROC nao contam). Dia 1 da contagem
      * (01/01/1601) foi uma segunda-feira: resto 6 = sabado, resto
      * 0 = domingo, como no EM02-17.
       77 DIAS-CALC    PIC 9(07).
       77 QUOC-SEMANA  PIC 9(07).
       77 DIA-SEMANA   PIC 9(01).
       77 CT-UTEIS     PIC 9(02).
       77 DATA-CALC    PIC 9(08).
       77 E-FERIADO    PIC X(01).
       77 DATA-LIMITE-CALC PIC 9(08).

       77 QTD-FER PIC 9(03) VALUE ZEROES.
       77 IDX-FER PIC 9(03).
       01 TAB-FERIADOS.
           02 FER-OCORR OCCURS 100 TIMES.
              03 TAB-FER-DATA PIC 9(08).

      * Socios que ja receberam carta de cobranca (um por socio),
      * com a data da carta mais recente.
       77 QTD-CRT PIC 9(04) VALUE ZEROES.
       77 IDX-CRT PIC 9(04).
       77 POS-CRT PIC 9(04).
       01 TAB-CARTAS.
           02 CRT-OCORR OCCURS 5000 TIMES.
              03 TAB-CRT-SOCIO PIC 9(06).
              03 TAB-CRT-DATA  PIC 9(08).

      * Resultado da selecao de um atrasado, impresso no relatorio.
       77 SITUACAO-SEL PIC X(24).

      * Hash total do CPF de cada interface: soma dos CPFs, mantida
      * nos 15 digitos baixos (mesma conferencia do EXTMKT).
       77 HASH-CPF-INC PIC 9(16) VALUE ZEROES.
       77 HASH-CPF-EXC PIC 9(16) VALUE ZEROES.

      * Totais do resumo.
       77 CT-CANDIDATOS  PIC 9(05) VALUE ZEROES.
       77 CT-INCLUIDOS   PIC 9(07) VALUE ZEROES.
       77 CT-JA-LISTADOS PIC 9(05) VALUE ZEROES.
       77 CT-SEM-CARTA   PIC 9(05) VALUE ZEROES.
       77 CT-SEM-MESTRE  PIC 9(05) VALUE ZEROES.
       77 CT-QUIT-DEPOIS PIC 9(05) VALUE ZEROES.
       77 CT-EXCLUIDOS   PIC 9(07) VALUE ZEROES.
       77 CT-FORA-PRAZO  PIC 9(05) VALUE ZEROES.
       77 CT-LISTADOS    PIC 9(05) VALUE ZEROES.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
      * Apoio a validacao do CPF antes do envio ao bureau.
       COPY VALCPF-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Interface de inclusao: header com a data e o job de origem,
      * um detalhe por socio negativado e trailer com contagem e
      * hash do CPF.
       01 INC-HEADER.
          02 FILLER      PIC X(02) VALUE "H;".
          02 HDR-DATA-INC PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 HDR-HORA-INC PIC 9(06).
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(07) VALUE "EM02-39".
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(01) VALUE "I".

       01 INC-DETALHE.
          02 FILLER      PIC X(02) VALUE "D;".
          02 INC-CPF     PIC 9(11).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-NOME    PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-ENDERECO PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-CIDADE  PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-ESTADO  PIC X(02).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-CEP     PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-VALOR   PIC 9(09)V9(02).
          02 FILLER      PIC X(01) VALUE ";".
          02 INC-VENC    PIC 9(08).

       01 INC-TRAILER.
          02 FILLER      PIC X(02) VALUE "T;".
          02 TRL-QTD-INC PIC 9(07).
          02 FILLER      PIC X(01) VALUE ";".
          02 TRL-HASH-INC PIC 9(15).

      * Interface de exclusao, no mesmo padrao.
       01 EXC-HEADER.
          02 FILLER      PIC X(02) VALUE "H;".
          02 HDR-DATA-EXC PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 HDR-HORA-EXC PIC 9(06).
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(07) VALUE "EM02-39".
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(01) VALUE "E".

       01 EXC-DETALHE.
          02 FILLER      PIC X(02) VALUE "D;".
          02 EXC-CPF     PIC 9(11).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXC-NOME    PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXC-DATA-QUIT PIC 9(08).

       01 EXC-TRAILER.
          02 FILLER      PIC X(02) VALUE "T;".
          02 TRL-QTD-EXC PIC 9(07).
          02 FILLER      PIC X(01) VALUE ";".
          02 TRL-HASH-EXC PIC 9(15).

       01 CAB-01.
          02 FILLER  PIC X(70) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 99.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(31) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(32) VALUE SPACES.

       01 CAB-03.
          02 FILLER    PIC X(20) VALUE SPACES.
          02 TITULO-CAB PIC X(40).
          02 FILLER    PIC X(20) VALUE SPACES.

      * Colunas da secao corrente (exclusoes ou inclusoes).
       01 CAB-04.
          02 COLUNAS-CAB PIC X(80).

       01 COL-EXCLUSOES PIC X(80) VALUE
           " SOCIO  NOME                      QUITACAO   LIMITE     E
      -    "NVIO      SITUACAO".

       01 COL-INCLUSOES PIC X(80) VALUE
           " SOCIO  NOME                      DIAS  VALOR NEGATIVADO
      -    " SITUACAO".

       01 DET-EXCLUSAO.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NUM-DET-E   PIC 9(06).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-DET-E  PIC X(25).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 QUIT-DET-E  PIC 99/99/9999.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 LIM-DET-E   PIC 99/99/9999.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 ENV-DET-E   PIC 99/99/9999.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 SIT-DET-E   PIC X(13).

       01 DET-INCLUSAO.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NUM-DET-I   PIC 9(06).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-DET-I  PIC X(25).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 DIAS-DET-I  PIC ZZ9.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 VALOR-DET-I PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(03) VALUE SPACES.
          02 SIT-DET-I   PIC X(24).

      * Data AAAAMMDD remontada em DDMMAAAA para as colunas editadas.
       01 DATA-DDMMAAAA.
          02 DATA-DD   PIC 9(02).
          02 DATA-MM   PIC 9(02).
          02 DATA-AAAA PIC 9(04).
       01 DATA-DDMMAAAA-NUM REDEFINES DATA-DDMMAAAA PIC 9(08).
       77 DATA-CONV PIC 9(08).

       01 CAB-TOT-01.
          02 FILLER PIC X(40) VALUE
              "TOTAIS DE CONTROLE DA NEGATIVACAO       ".

       01 CAB-TOT-02.
          02 FILLER       PIC X(37) VALUE
              "ATRASADOS LIDOS (ARQATRA)..........: ".
          02 VAR-LIDOS    PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER       PIC X(37) VALUE
              "ACIMA DO LIMITE DE DIAS............: ".
          02 VAR-CAND     PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER       PIC X(37) VALUE
              "INCLUIDOS NESTA EXECUCAO...........: ".
          02 VAR-INCL     PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER       PIC X(37) VALUE
              "JA NEGATIVADOS.....................: ".
          02 VAR-JA-LIST  PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER       PIC X(37) VALUE
              "SEM CARTA DE COBRANCA ENVIADA......: ".
          02 VAR-SEM-CRT  PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER       PIC X(37) VALUE
              "SEM REGISTRO/CPF VALIDO NO MESTRE..: ".
          02 VAR-SEM-MST  PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER       PIC X(37) VALUE
              "QUITADOS APOS O EXTRATO............: ".
          02 VAR-QUIT-DEP PIC ZZ.ZZ9.

       01 CAB-TOT-09.
          02 FILLER       PIC X(37) VALUE
              "EXCLUSOES ENVIADAS.................: ".
          02 VAR-EXCL     PIC ZZ.ZZ9.

       01 CAB-TOT-10.
          02 FILLER       PIC X(37) VALUE
              "EXCLUSOES FORA DO PRAZO LEGAL......: ".
          02 VAR-FORA     PIC ZZ.ZZ9.

       01 CAB-TOT-11.
          02 FILLER       PIC X(37) VALUE
              "NEGATIVADOS APOS ESTA EXECUCAO.....: ".
          02 VAR-LISTADOS PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-39.
       PERFORM INICIO.
       PERFORM PROCESSA-EXCLUSOES.
       PERFORM INICIA-INCLUSOES.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-39" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            COMPUTE DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM).
            PERFORM LE-PARAMETROS.
            PERFORM CARREGA-FERIADOS.
            PERFORM CARREGA-CARTAS.
      * A inclusao depende do CPF e do endereco do mestre; sem
      * CADMEST aborta com RC para o operador.
            OPEN INPUT CADMEST.
            IF WS-MEST-STATUS NOT EQUAL "00"
                DISPLAY "EM02-39: ERRO AO ABRIR CADMEST, STATUS "
                    WS-MEST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem o razao nao ha como achar a quitacao: as exclusoes ficam
      * para a proxima execucao (aviso no console).
            OPEN INPUT LEDGPAG.
            IF WS-LEDG-STATUS EQUAL "00"
                MOVE "S" TO TEM-LEDGER
            ELSE
                DISPLAY "EM02-39: LEDGPAG.DAT AUSENTE (STATUS "
                    WS-LEDG-STATUS "), SEM EXCLUSOES NESTA EXECUCAO"
            END-IF.
      * O controle e permanente: abre em I-O; na primeira execucao
      * (status "35") e criado vazio e reaberto em I-O.
            OPEN I-O SPCCTL.
            IF WS-SPC-STATUS EQUAL "35"
                OPEN OUTPUT SPCCTL
                CLOSE SPCCTL
                OPEN I-O SPCCTL
            END-IF.
            IF WS-SPC-STATUS NOT EQUAL "00"
                DISPLAY "EM02-39: ERRO AO ABRIR SPCCTL, STATUS "
                    WS-SPC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ARQATRA.
            IF WS-ATRA-STATUS NOT EQUAL "00"
                DISPLAY "EM02-39: ERRO AO ABRIR ARQATRA, STATUS "
                    WS-ATRA-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT SPCINC
                        SPCEXC
                        RELSPC.
            PERFORM GRAVA-HEADERS.

      * Sem PARASPC.DAT ficam os defaults de 90 dias e 5 dias uteis;
      * codigo da baixa do PARABAIX, como no EM02-44.
       LE-PARAMETROS.
           OPEN INPUT PARASPC.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARASPC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-DIAS-LIMITE NUMERIC AND
                          PARAM-DIAS-LIMITE GREATER THAN ZEROES
                           MOVE PARAM-DIAS-LIMITE TO DIAS-LIMITE
                       END-IF
                       IF PARAM-PRAZO-UTEIS NUMERIC AND
                          PARAM-PRAZO-UTEIS GREATER THAN ZEROES
                           MOVE PARAM-PRAZO-UTEIS TO PRAZO-UTEIS
                       END-IF
               END-READ
               CLOSE PARASPC
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

      * Feriados do calendario de processamento; sem CALPROC.DAT o
      * prazo conta so sabados e domingos como nao uteis.
       CARREGA-FERIADOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT CALPROC.
           IF WS-CAL-STATUS NOT EQUAL "00"
               DISPLAY "EM02-39: CALPROC.DAT AUSENTE (STATUS "
                   WS-CAL-STATUS "), PRAZO SEM FERIADOS"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ CALPROC
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF CAL-TIPO EQUAL "F"
                               IF QTD-FER LESS THAN 100
                                   ADD 1 TO QTD-FER
                                   MOVE CAL-DATA
                                       TO TAB-FER-DATA (QTD-FER)
                               ELSE
                                   DISPLAY "EM02-39: MAIS DE 100 "
                                       "FERIADOS NO CALPROC, "
                                       "EXCEDENTES IGNORADOS"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALPROC
           END-IF.

      * Socios que ja receberam carta de cobranca, um por socio, com
      * a data da ultima carta: a carta anterior ao vencimento da
      * divida atual foi sobre outra divida e nao vale como
      * notificacao desta. Sem CARTAENV.DAT ninguem foi notificado
      * e ninguem e incluido.
       CARREGA-CARTAS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT CARTAENV.
           IF WS-CRT-STATUS NOT EQUAL "00"
               DISPLAY "EM02-39: CARTAENV.DAT AUSENTE (STATUS "
                   WS-CRT-STATUS "), NENHUM SOCIO NOTIFICADO"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ CARTAENV
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END PERFORM GUARDA-CARTA
                   END-READ
               END-PERFORM
               CLOSE CARTAENV
           END-IF.

       GUARDA-CARTA.
           PERFORM BUSCA-CARTA.
           IF POS-CRT EQUAL 0
               IF QTD-CRT LESS THAN 5000
                   ADD 1 TO QTD-CRT
                   MOVE CRT-NUM-SOCIO TO TAB-CRT-SOCIO (QTD-CRT)
                   MOVE CRT-DATA      TO TAB-CRT-DATA (QTD-CRT)
               ELSE
                   DISPLAY "EM02-39: MAIS DE 5000 SOCIOS NO CARTAENV, "
                       "SOCIO " CRT-NUM-SOCIO " TRATADO COMO SEM CARTA"
               END-IF
           ELSE
               IF CRT-DATA GREATER THAN TAB-CRT-DATA (POS-CRT)
                   MOVE CRT-DATA TO TAB-CRT-DATA (POS-CRT)
               END-IF
           END-IF.

       BUSCA-CARTA.
           MOVE 0 TO POS-CRT.
           PERFORM VARYING IDX-CRT FROM 1 BY 1
                   UNTIL IDX-CRT > QTD-CRT OR POS-CRT > 0
               IF TAB-CRT-SOCIO (IDX-CRT) EQUAL CRT-NUM-SOCIO
                   MOVE IDX-CRT TO POS-CRT
               END-IF
           END-PERFORM.

       GRAVA-HEADERS.
           MOVE DATA-HOJE-NUM TO HDR-DATA-INC.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HDR-HORA-INC.
           MOVE SPACES TO REG-INC.
           WRITE REG-INC FROM INC-HEADER.
           MOVE DATA-HOJE-NUM TO HDR-DATA-EXC.
           MOVE HDR-HORA-INC  TO HDR-HORA-EXC.
           MOVE SPACES TO REG-EXC.
           WRITE REG-EXC FROM EXC-HEADER.
           ADD 2 TO CT-GRAVADOS.

      ******************************************************************
      * EXCLUSOES: percorre o controle e, para cada negativado, busca
      * no razao a quitacao a partir da data da inclusao. Quitado, o
      * socio vai para o arquivo de exclusao com o prazo legal
      * calculado; o envio depois do prazo sai apontado.
      ******************************************************************
       PROCESSA-EXCLUSOES.
           MOVE "Exclusoes do cadastro de inadimplentes" TO TITULO-CAB.
           MOVE COL-EXCLUSOES TO COLUNAS-CAB.
           PERFORM CABECALHO.
           IF TEM-LEDGER EQUAL "S"
               MOVE ZEROES TO SPC-NUM-SOCIO
               MOVE "NAO" TO FIM-AUX
               START SPCCTL KEY NOT LESS THAN SPC-NUM-SOCIO
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ SPCCTL NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF SPC-INCLUIDO
                               PERFORM VERIFICA-EXCLUSAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       VERIFICA-EXCLUSAO.
           MOVE SPC-NUM-SOCIO TO LED-NUM-SOCIO.
           MOVE SPC-DATA-INCL TO DATA-BUSCA-INI.
           PERFORM BUSCA-QUITACAO.
           IF DATA-QUIT-ACH GREATER THAN ZEROES
               PERFORM CALCULA-LIMITE
               MOVE DATA-QUIT-ACH    TO SPC-DATA-QUIT
               MOVE DATA-LIMITE-CALC TO SPC-DATA-LIMITE
               MOVE DATA-HOJE-NUM    TO SPC-DATA-EXCL
               MOVE "E" TO SPC-SITUACAO
               REWRITE REG-SPC
               PERFORM CONFERE-SPCCTL
               PERFORM GRAVA-EXCLUSAO
           END-IF.

      * Primeiro lancamento do razao do socio (LED-NUM-SOCIO ja
      * movido pelo chamador) a partir de DATA-BUSCA-INI com o saldo
      * zerado; zeros em DATA-QUIT-ACH = divida ainda em aberto. O
      * lancamento da baixa por perda zera o saldo sem pagamento e
      * nao e quitacao (mesmo filtro do EM02-61).
       BUSCA-QUITACAO.
           MOVE ZEROES TO DATA-QUIT-ACH.
           IF TEM-LEDGER EQUAL "S"
               MOVE LED-NUM-SOCIO  TO NUM-SOCIO-BUSCA
               MOVE DATA-BUSCA-INI TO LED-DATA
               MOVE ZEROES         TO LED-SEQ
               MOVE "NAO" TO FIM-RAZAO
               START LEDGPAG KEY NOT LESS THAN LED-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-RAZAO
               END-START
               PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
                   READ LEDGPAG NEXT
                       AT END MOVE "SIM" TO FIM-RAZAO
                       NOT AT END
                           IF LED-NUM-SOCIO NOT EQUAL
                              NUM-SOCIO-BUSCA
                               MOVE "SIM" TO FIM-RAZAO
                           ELSE
                               IF LED-SALDO EQUAL ZEROES AND
                                  LED-COD-PAG NOT EQUAL COD-BAIXA
                                   MOVE LED-DATA TO DATA-QUIT-ACH
                                   MOVE "SIM" TO FIM-RAZAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Soma PRAZO-UTEIS dias uteis a data da quitacao: avanca um dia
      * por vez e so conta o que nao for sabado, domingo ou feriado.
       CALCULA-LIMITE.
           COMPUTE DIAS-CALC =
               FUNCTION INTEGER-OF-DATE (DATA-QUIT-ACH).
           MOVE ZEROES TO CT-UTEIS.
           PERFORM UNTIL CT-UTEIS NOT LESS THAN PRAZO-UTEIS
               ADD 1 TO DIAS-CALC
               DIVIDE DIAS-CALC BY 7
                   GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
               IF DIA-SEMANA NOT EQUAL 6 AND DIA-SEMANA NOT EQUAL 0
                   MOVE FUNCTION DATE-OF-INTEGER (DIAS-CALC)
                       TO DATA-CALC
                   PERFORM VERIFICA-FERIADO
                   IF E-FERIADO EQUAL "N"
                       ADD 1 TO CT-UTEIS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-CALC)
               TO DATA-LIMITE-CALC.

       VERIFICA-FERIADO.
           MOVE "N" TO E-FERIADO.
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > QTD-FER OR E-FERIADO EQUAL "S"
               IF TAB-FER-DATA (IDX-FER) EQUAL DATA-CALC
                   MOVE "S" TO E-FERIADO
               END-IF
           END-PERFORM.

       GRAVA-EXCLUSAO.
           MOVE SPC-CPF       TO EXC-CPF.
           MOVE SPC-NOME      TO EXC-NOME.
           MOVE SPC-DATA-QUIT TO EXC-DATA-QUIT.
           MOVE SPACES TO REG-EXC.
           WRITE REG-EXC FROM EXC-DETALHE.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-EXCLUIDOS.
           COMPUTE HASH-CPF-EXC = HASH-CPF-EXC + SPC-CPF.
           IF HASH-CPF-EXC NOT LESS THAN 1000000000000000
               SUBTRACT 1000000000000000 FROM HASH-CPF-EXC
           END-IF.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE SPC-NUM-SOCIO TO NUM-DET-E.
           MOVE SPC-NOME      TO NOME-DET-E.
           MOVE SPC-DATA-QUIT TO DATA-CONV.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-NUM TO QUIT-DET-E.
           MOVE SPC-DATA-LIMITE TO DATA-CONV.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-NUM TO LIM-DET-E.
           MOVE SPC-DATA-EXCL TO DATA-CONV.
           PERFORM CONVERTE-DATA.
           MOVE DATA-DDMMAAAA-NUM TO ENV-DET-E.
      * O arquivo sai hoje: passado o limite, a exclusao esta fora
      * do prazo legal e precisa de tratamento com o juridico.
           IF DATA-HOJE-NUM GREATER THAN SPC-DATA-LIMITE
               MOVE "FORA DO PRAZO" TO SIT-DET-E
               ADD 1 TO CT-FORA-PRAZO
           ELSE
               MOVE "NO PRAZO" TO SIT-DET-E
           END-IF.
           WRITE REG-REL FROM DET-EXCLUSAO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CONVERTE-DATA.
           MOVE DATA-CONV (7:2) TO DATA-DD.
           MOVE DATA-CONV (5:2) TO DATA-MM.
           MOVE DATA-CONV (1:4) TO DATA-AAAA.

      ******************************************************************
      * INCLUSOES: um atrasado do extrato por vez.
      ******************************************************************
       INICIA-INCLUSOES.
           MOVE "Inclusoes no cadastro de inadimplentes" TO TITULO-CAB.
           MOVE COL-INCLUSOES TO COLUNAS-CAB.
           PERFORM CABECALHO.
           PERFORM LEITURA.

       LEITURA.
           READ ARQATRA
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

       PRINCIPAL.
           IF ATR-DIAS GREATER THAN DIAS-LIMITE
               ADD 1 TO CT-CANDIDATOS
               PERFORM SELECIONA-ATRASADO
           END-IF.
           PERFORM LEITURA.

      * So negativa quem ja foi notificado por carta (datada no
      * vencimento da divida do extrato ou depois), tem CPF no
      * mestre, nao quitou depois do extrato e ainda nao esta na
      * lista. Quem ja saiu da lista volta so por divida vencida
      * depois da quitacao anterior.
       SELECIONA-ATRASADO.
           MOVE SPACES TO SITUACAO-SEL.
           COMPUTE DIAS-VENC-ATR = DIAS-HOJE - ATR-DIAS.
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-VENC-ATR)
               TO DATA-VENC-ATR.
           MOVE ATR-NUM-SOCIO TO CRT-NUM-SOCIO.
           PERFORM BUSCA-CARTA.
           IF POS-CRT EQUAL 0
               MOVE "SEM CARTA ENVIADA" TO SITUACAO-SEL
               ADD 1 TO CT-SEM-CARTA
           ELSE
               IF TAB-CRT-DATA (POS-CRT) LESS THAN DATA-VENC-ATR
                   MOVE "CARTA ANTERIOR A DIVIDA" TO SITUACAO-SEL
                   ADD 1 TO CT-SEM-CARTA
               END-IF
           END-IF.
           IF SITUACAO-SEL EQUAL SPACES
               MOVE ATR-NUM-SOCIO TO MST-NUM-SOCIO
               READ CADMEST
                   INVALID KEY
                       MOVE "SEM REGISTRO NO MESTRE" TO SITUACAO-SEL
                       ADD 1 TO CT-SEM-MESTRE
               END-READ
               IF SITUACAO-SEL EQUAL SPACES
                   MOVE MST-CPF TO CPF-CHK-NUM
                   PERFORM VAL-CPF-COMUM
                   IF MST-CPF EQUAL ZEROES OR ERRO-CPF-COMUM EQUAL "S"
                       MOVE "CPF INVALIDO NO MESTRE" TO SITUACAO-SEL
                       ADD 1 TO CT-SEM-MESTRE
                   END-IF
               END-IF
           END-IF.
           IF SITUACAO-SEL EQUAL SPACES
               MOVE ATR-NUM-SOCIO TO LED-NUM-SOCIO
               MOVE DATA-VENC-ATR TO DATA-BUSCA-INI
               PERFORM BUSCA-QUITACAO
               IF DATA-QUIT-ACH GREATER THAN ZEROES
                   MOVE "QUITADO APOS O EXTRATO" TO SITUACAO-SEL
                   ADD 1 TO CT-QUIT-DEPOIS
               END-IF
           END-IF.
           IF SITUACAO-SEL EQUAL SPACES
               PERFORM REGISTRA-INCLUSAO
           END-IF.
           IF SITUACAO-SEL NOT EQUAL "JA NEGATIVADO"
               PERFORM IMPDET-INCLUSAO
           END-IF.

      * Grava (ou regrava, para quem ja saiu da lista) o controle e
      * o detalhe da interface de inclusao.
       REGISTRA-INCLUSAO.
           MOVE ATR-NUM-SOCIO TO SPC-NUM-SOCIO.
           READ SPCCTL
               INVALID KEY
                   PERFORM MONTA-CONTROLE
                   WRITE REG-SPC
                   PERFORM CONFERE-SPCCTL
                   PERFORM GRAVA-INCLUSAO
               NOT INVALID KEY
                   IF SPC-INCLUIDO
                       MOVE "JA NEGATIVADO" TO SITUACAO-SEL
                       ADD 1 TO CT-JA-LISTADOS
                   ELSE
                       IF DATA-VENC-ATR GREATER THAN SPC-DATA-QUIT
                           PERFORM MONTA-CONTROLE
                           REWRITE REG-SPC
                           PERFORM CONFERE-SPCCTL
                           PERFORM GRAVA-INCLUSAO
                       ELSE
                           MOVE "QUITADO APOS O EXTRATO"
                               TO SITUACAO-SEL
                           ADD 1 TO CT-QUIT-DEPOIS
                       END-IF
                   END-IF
           END-READ.

      * A interface so vai ao biro com o controle gravado: socio
      * incluido sem o SPCCTL nunca teria a exclusao enviada depois
      * da quitacao, e exclusao enviada sem ele seria enviada de novo.
       CONFERE-SPCCTL.
           IF WS-SPC-STATUS NOT EQUAL "00"
               DISPLAY "EM02-39: ERRO AO GRAVAR SPCCTL, SOCIO "
                   SPC-NUM-SOCIO ", STATUS " WS-SPC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MONTA-CONTROLE.
           MOVE ATR-NUM-SOCIO TO SPC-NUM-SOCIO.
           MOVE MST-CPF       TO SPC-CPF.
           MOVE MST-NOME      TO SPC-NOME.
           MOVE ATR-AJUST     TO SPC-VALOR.
           MOVE DATA-HOJE-NUM TO SPC-DATA-INCL.
           MOVE "I"           TO SPC-SITUACAO.
           MOVE ZEROES TO SPC-DATA-QUIT.
           MOVE ZEROES TO SPC-DATA-LIMITE.
           MOVE ZEROES TO SPC-DATA-EXCL.

       GRAVA-INCLUSAO.
           MOVE "INCLUIDO" TO SITUACAO-SEL.
           MOVE MST-CPF       TO INC-CPF.
           MOVE MST-NOME      TO INC-NOME.
           MOVE MST-ENDERECO  TO INC-ENDERECO.
           MOVE MST-CIDADE    TO INC-CIDADE.
           MOVE MST-ESTADO    TO INC-ESTADO.
           MOVE MST-CEP       TO INC-CEP.
           MOVE ATR-AJUST     TO INC-VALOR.
           MOVE DATA-VENC-ATR TO INC-VENC.
           MOVE SPACES TO REG-INC.
           WRITE REG-INC FROM INC-DETALHE.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-INCLUIDOS.
           COMPUTE HASH-CPF-INC = HASH-CPF-INC + MST-CPF.
           IF HASH-CPF-INC NOT LESS THAN 1000000000000000
               SUBTRACT 1000000000000000 FROM HASH-CPF-INC
           END-IF.

       IMPDET-INCLUSAO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE ATR-NUM-SOCIO TO NUM-DET-I.
           MOVE ATR-NOME      TO NOME-DET-I.
           MOVE ATR-DIAS      TO DIAS-DET-I.
           MOVE ATR-AJUST     TO VALOR-DET-I.
           MOVE SITUACAO-SEL  TO SIT-DET-I.
           WRITE REG-REL FROM DET-INCLUSAO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Conta os negativados que ficam na lista, para o resumo.
       CONTA-LISTADOS.
           MOVE ZEROES TO SPC-NUM-SOCIO.
           MOVE "NAO" TO FIM-AUX.
           START SPCCTL KEY NOT LESS THAN SPC-NUM-SOCIO
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ SPCCTL NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF SPC-INCLUIDO
                           ADD 1 TO CT-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.

      * O rodape avanca 3+2+1x9 = 14 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 26.
       TERMINO.
           MOVE CT-INCLUIDOS TO TRL-QTD-INC.
           MOVE HASH-CPF-INC TO TRL-HASH-INC.
           MOVE SPACES TO REG-INC.
           WRITE REG-INC FROM INC-TRAILER.
           MOVE CT-EXCLUIDOS TO TRL-QTD-EXC.
           MOVE HASH-CPF-EXC TO TRL-HASH-EXC.
           MOVE SPACES TO REG-EXC.
           WRITE REG-EXC FROM EXC-TRAILER.
           ADD 2 TO CT-GRAVADOS.
           PERFORM CONTA-LISTADOS.
           IF CT-LIN GREATER THAN 26
               MOVE "Negativacao - totais" TO TITULO-CAB
               MOVE SPACES TO COLUNAS-CAB
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS       TO VAR-LIDOS.
           MOVE CT-CANDIDATOS  TO VAR-CAND.
           MOVE CT-INCLUIDOS   TO VAR-INCL.
           MOVE CT-JA-LISTADOS TO VAR-JA-LIST.
           MOVE CT-SEM-CARTA   TO VAR-SEM-CRT.
           MOVE CT-SEM-MESTRE  TO VAR-SEM-MST.
           MOVE CT-QUIT-DEPOIS TO VAR-QUIT-DEP.
           MOVE CT-EXCLUIDOS   TO VAR-EXCL.
           MOVE CT-FORA-PRAZO  TO VAR-FORA.
           MOVE CT-LISTADOS    TO VAR-LISTADOS.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-10 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-11 AFTER ADVANCING 1 LINE.
           IF CT-FORA-PRAZO GREATER THAN ZEROES
               DISPLAY "EM02-39: ATENCAO - " CT-FORA-PRAZO
                   " EXCLUSOES FORA DO PRAZO LEGAL, VER RELSPC"
           END-IF.
           CLOSE ARQATRA
                 CADMEST
                 SPCCTL
                 SPCINC
                 SPCEXC
                 RELSPC.
           IF TEM-LEDGER EQUAL "S"
               CLOSE LEDGPAG
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALCPF-P.

       COPY RUNLOG-P.
