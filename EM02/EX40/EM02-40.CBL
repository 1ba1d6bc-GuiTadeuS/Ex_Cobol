       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-40.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       LISTA MENSAL DE DEVOLUCAO DE CREDITOS: percorre
      *               o credito do socio (CREDSOC, o que ele pagou a
      *               mais na baixa do EM02-03) e lista para a
      *               tesouraria os creditos mais antigos que o
      *               numero de meses de PARAREEMB.DAT de socios
      *               cancelados no mestre CADMEST (que nao tem mais
      *               mensalidade onde abater) ou que pediram a
      *               devolucao (PEDREEMB.DAT, um socio por linha) -
      *               no lugar da planilha da tesouraria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT PEDREEMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PED-STATUS.
           SELECT PARAREEMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT RELREEMB ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Idade minima do credito, em meses, para entrar na lista.
       FD PARAREEMB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAREEMB.DAT".

       01 REG-PARAREEMB.
          02 PARAM-MESES-REEMB PIC 9(02).

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Socios que pediram a devolucao do credito, digitados pela
      * tesouraria.
       FD PEDREEMB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PEDREEMB.DAT".

       01 REG-PED.
          02 PED-NUM-SOCIO PIC 9(06).

       FD RELREEMB
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-CRED-STATUS  PIC X(02).
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-PED-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 TEM-CADMEST     PIC X(01) VALUE "N".

      * Default sem PARAREEMB.DAT: credito com mais de 6 meses.
       77 MESES-REEMB PIC 9(02) VALUE 06.

      * Data de corte: hoje menos MESES-REEMB meses (dia limitado a
      * 28 para nao cair numa data inexistente); credito formado ate
      * ela entra na lista.
       01 DATA-HOJE.
           02 HOJE-ANO PIC 9(04).
           02 HOJE-MES PIC 9(02).
           02 HOJE-DIA PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       77 MESES-CORTE   PIC 9(06).
       01 DATA-CORTE.
           02 CORTE-ANO PIC 9(04).
           02 CORTE-MES PIC 9(02).
           02 CORTE-DIA PIC 9(02).
       01 DATA-CORTE-NUM REDEFINES DATA-CORTE PIC 9(08).

      * Pedidos de devolucao em memoria.
       77 QTD-PED PIC 9(04) VALUE ZEROES.
       77 IDX-PED PIC 9(04).
       77 ACHOU-PED PIC X(01).
       01 TAB-PEDIDOS.
           02 PED-OCORR OCCURS 2000 TIMES.
              03 TAB-PED-SOCIO PIC 9(06).

       77 MOTIVO-REEMB PIC X(20).

      * Totais do resumo.
       77 CT-CREDITOS   PIC 9(05) VALUE ZEROES.
       77 CT-LISTADOS   PIC 9(05) VALUE ZEROES.
       77 CT-RECENTES   PIC 9(05) VALUE ZEROES.
       77 CT-A-ABATER   PIC 9(05) VALUE ZEROES.
       77 VAL-LISTADO   PIC 9(12)V9(02) VALUE ZEROES.
       77 VAL-CARTEIRA  PIC 9(12)V9(02) VALUE ZEROES.

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
          02 FILLER PIC X(31) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(32) VALUE SPACES.

       01 CAB-03.
          02 FILLER  PIC X(17) VALUE SPACES.
          02 FILLER  PIC X(33) VALUE
              "DEVOLUCAO DE CREDITOS - CORTE EM ".
          02 DD-CAB  PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 MM-CAB  PIC 99.
          02 FILLER  PIC X(01) VALUE "/".
          02 AAAA-CAB PIC 9999.
          02 FILLER  PIC X(20) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(80) VALUE
              " SOCIO  NOME                      CPF            CREDITO
      -       "   DESDE    MOTIVO".

       01 DETALHE.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NUM-DET     PIC 9(06).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-DET    PIC X(25).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 CPF-DET     PIC 9(11).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 VALOR-DET   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 DATA-DET.
             03 DD-DET   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 MM-DET   PIC 99.
             03 FILLER   PIC X VALUE "/".
             03 AAAA-DET PIC 9999.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 MOTIVO-DET  PIC X(09).

       01 CAB-TOT-01.
          02 FILLER PIC X(40) VALUE
              "TOTAIS DE CONTROLE DA DEVOLUCAO         ".

       01 CAB-TOT-02.
          02 FILLER       PIC X(30) VALUE
              "CREDITOS EM ABERTO..........: ".
          02 VAR-CREDITOS PIC ZZ.ZZ9.
          02 FILLER       PIC X(09) VALUE " valor   ".
          02 VAR-VAL-CART PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-03.
          02 FILLER       PIC X(30) VALUE
              "A DEVOLVER (NESTA LISTA)....: ".
          02 VAR-LISTADOS PIC ZZ.ZZ9.
          02 FILLER       PIC X(09) VALUE " valor   ".
          02 VAR-VAL-LIST PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-04.
          02 FILLER       PIC X(30) VALUE
              "MAIS NOVOS QUE O CORTE......: ".
          02 VAR-RECENTES PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER       PIC X(30) VALUE
              "ATIVOS SEM PEDIDO (A ABATER): ".
          02 VAR-A-ABATER PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-40.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-40" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            PERFORM LE-PARAMETROS.
            PERFORM CALCULA-CORTE.
            PERFORM CARREGA-PEDIDOS.
            OPEN INPUT CREDSOC.
            IF WS-CRED-STATUS NOT EQUAL "00"
                DISPLAY "EM02-40: ERRO AO ABRIR CREDSOC, STATUS "
                    WS-CRED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem o mestre nao ha como saber quem cancelou: a lista sai so
      * com os pedidos de devolucao.
            OPEN INPUT CADMEST.
            IF WS-MEST-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADMEST
            ELSE
                DISPLAY "EM02-40: CADMEST.DAT AUSENTE (STATUS "
                    WS-MEST-STATUS "), LISTA SO COM OS PEDIDOS"
            END-IF.
            OPEN OUTPUT RELREEMB.
            MOVE ZEROES TO CRD-NUM-SOCIO.
            START CREDSOC KEY NOT LESS THAN CRD-NUM-SOCIO
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARAREEMB.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAREEMB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-MESES-REEMB NUMERIC
                           MOVE PARAM-MESES-REEMB TO MESES-REEMB
                       END-IF
               END-READ
               CLOSE PARAREEMB
           END-IF.

      * Hoje menos MESES-REEMB meses, em meses corridos desde o ano
      * zero.
       CALCULA-CORTE.
           COMPUTE MESES-CORTE = HOJE-ANO * 12 + HOJE-MES - 1
               - MESES-REEMB.
           DIVIDE MESES-CORTE BY 12
               GIVING CORTE-ANO REMAINDER CORTE-MES.
           ADD 1 TO CORTE-MES.
           MOVE HOJE-DIA TO CORTE-DIA.
           IF CORTE-DIA GREATER THAN 28
               MOVE 28 TO CORTE-DIA
           END-IF.

       CARREGA-PEDIDOS.
           MOVE "NAO" TO FIM-AUX.
           OPEN INPUT PEDREEMB.
           IF WS-PED-STATUS NOT EQUAL "00"
               DISPLAY "EM02-40: PEDREEMB.DAT AUSENTE (STATUS "
                   WS-PED-STATUS "), NENHUM PEDIDO DE DEVOLUCAO"
           ELSE
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ PEDREEMB
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF PED-NUM-SOCIO NUMERIC
                               IF QTD-PED LESS THAN 2000
                                   ADD 1 TO QTD-PED
                                   MOVE PED-NUM-SOCIO
                                       TO TAB-PED-SOCIO (QTD-PED)
                               ELSE
                                   DISPLAY "EM02-40: MAIS DE 2000 "
                                       "PEDIDOS, EXCEDENTES IGNORADOS"
                                   MOVE "SIM" TO FIM-AUX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDREEMB
           END-IF.

       LEITURA.
           IF FIM-ARQ EQUAL "SIM"
               CONTINUE
           ELSE
               READ CREDSOC NEXT
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END ADD 1 TO CT-LIDOS
               END-READ
           END-IF.

       PRINCIPAL.
           IF CRD-SALDO GREATER THAN ZEROES
               ADD 1 TO CT-CREDITOS
               ADD CRD-SALDO TO VAL-CARTEIRA
               PERFORM AVALIA-CREDITO
           END-IF.
           PERFORM LEITURA.

      * Credito ainda novo fica para o faturamento abater; o antigo
      * sai na lista se o socio cancelou ou pediu a devolucao.
       AVALIA-CREDITO.
           IF CRD-DATA-ORIG GREATER THAN DATA-CORTE-NUM
               ADD 1 TO CT-RECENTES
           ELSE
               MOVE SPACES TO MOTIVO-REEMB
               MOVE SPACES TO MST-NOME
               MOVE ZEROES TO MST-CPF
               IF TEM-CADMEST EQUAL "S"
                   MOVE CRD-NUM-SOCIO TO MST-NUM-SOCIO
                   READ CADMEST
                       INVALID KEY
                           MOVE SPACES TO MST-NOME
                           MOVE ZEROES TO MST-CPF
                       NOT INVALID KEY
                           IF MST-SIT-CANCELADO
                               MOVE "CANCELADO" TO MOTIVO-REEMB
                           END-IF
                   END-READ
               END-IF
               IF MOTIVO-REEMB EQUAL SPACES
                   PERFORM BUSCA-PEDIDO
                   IF ACHOU-PED EQUAL "S"
                       MOVE "PEDIDO" TO MOTIVO-REEMB
                   END-IF
               END-IF
               IF MOTIVO-REEMB EQUAL SPACES
                   ADD 1 TO CT-A-ABATER
               ELSE
                   PERFORM IMPDET
               END-IF
           END-IF.

       BUSCA-PEDIDO.
           MOVE "N" TO ACHOU-PED.
           PERFORM VARYING IDX-PED FROM 1 BY 1
                   UNTIL IDX-PED > QTD-PED OR ACHOU-PED EQUAL "S"
               IF TAB-PED-SOCIO (IDX-PED) EQUAL CRD-NUM-SOCIO
                   MOVE "S" TO ACHOU-PED
               END-IF
           END-PERFORM.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE CRD-NUM-SOCIO       TO NUM-DET.
           MOVE MST-NOME            TO NOME-DET.
           MOVE MST-CPF             TO CPF-DET.
           MOVE CRD-SALDO           TO VALOR-DET.
           MOVE CRD-DATA-ORIG (7:2) TO DD-DET.
           MOVE CRD-DATA-ORIG (5:2) TO MM-DET.
           MOVE CRD-DATA-ORIG (1:4) TO AAAA-DET.
           MOVE MOTIVO-REEMB        TO MOTIVO-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-LISTADOS.
           ADD 1 TO CT-GRAVADOS.
           ADD CRD-SALDO TO VAL-LISTADO.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE CORTE-DIA TO DD-CAB.
           MOVE CORTE-MES TO MM-CAB.
           MOVE CORTE-ANO TO AAAA-CAB.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x3 = 8 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 32.
       TERMINO.
           IF CT-LIN GREATER THAN 32
               PERFORM CABECALHO
           END-IF.
           MOVE CT-CREDITOS  TO VAR-CREDITOS.
           MOVE VAL-CARTEIRA TO VAR-VAL-CART.
           MOVE CT-LISTADOS  TO VAR-LISTADOS.
           MOVE VAL-LISTADO  TO VAR-VAL-LIST.
           MOVE CT-RECENTES  TO VAR-RECENTES.
           MOVE CT-A-ABATER  TO VAR-A-ABATER.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           CLOSE CREDSOC RELREEMB.
           IF TEM-CADMEST EQUAL "S"
               CLOSE CADMEST
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY RUNLOG-P.
