       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-56.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       CASAMENTO SOCIO x CLIENTE DE VIAGEM PELO CPF:
      *               cada cliente do CADCLI e procurado no mestre de
      *               socios CADMEST pela chave alternada de CPF. O
      *               par achado vai para a referencia cruzada
      *               XREFCLI (refeita a cada execucao e mostrada nas
      *               consultas EM02-01C e EM02-24C, para o balcao de
      *               viagens reconhecer o socio) e, quando nome,
      *               cidade/UF ou telefone nao batem entre os dois
      *               cadastros, sai no RELDIVX para o escritorio
      *               acertar. O viajante ativo (visita valida nos
      *               ultimos dias do PARXREF, default 365) que nao e
      *               socio - ou cuja associacao foi cancelada - vai
      *               para a lista de prospeccao RELPROSP. Registros
      *               anonimizados pela LGPD (nome ou CPF mascarado
      *               pelo EM02-48) e CPF com digito invalido ficam
      *               fora do casamento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADCLI ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLI-STATUS.
            SELECT CADMEST ASSIGN TO "CADMEST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MST-NUM-SOCIO
            ALTERNATE RECORD KEY IS MST-CPF
            FILE STATUS IS WS-MEST-STATUS.
      * Referencia cruzada socio x cliente, refeita a cada execucao.
            SELECT XREFCLI ASSIGN TO "XREFCLI.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS XRF-CHAVE
            FILE STATUS IS WS-XRF-STATUS.
            SELECT PARXREF ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-STATUS.
            SELECT RELDIVX ASSIGN TO DISK.
            SELECT RELPROSP ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
            COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

       FD CADCLI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCLI.DAT".

      * Layout compartilhado com EM02-02, EX06 e EM02-12.
       01 REG-ENT.
          COPY CLIREC.

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Referencia cruzada, layout compartilhado em XREFREC.
       FD XREFCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "XREFCLI.DAT".

       01 REG-XRF.
           COPY XREFREC.

      * Janela, em dias, da visita que faz do cliente um viajante
      * ativo para a prospeccao.
       FD PARXREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARXREF.DAT".

       01 REG-PARXREF.
           02 PARAM-DIAS-ATIVO PIC 9(04).

       FD RELDIVX
          LABEL RECORD IS OMITTED.

       01 REG-DIV PIC X(80).

       FD RELPROSP
          LABEL RECORD IS OMITTED.

       01 REG-PRO PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 CT-LIN-DIV PIC 9(02) VALUE 41.
       77 CT-PAG-DIV PIC 9(02) VALUE ZEROES.
       77 CT-LIN-PRO PIC 9(02) VALUE 41.
       77 CT-PAG-PRO PIC 9(02) VALUE ZEROES.
       77 WS-CLI-STATUS   PIC X(02).
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-XRF-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).

      * Janela do viajante ativo (default 365 dias sem PARXREF.DAT).
       77 DIAS-ATIVO    PIC 9(04) VALUE 365.
       77 DATA-HOJE-NUM PIC 9(08).
       77 DIAS-CORTE    PIC 9(07).
       77 DATA-CORTE    PIC 9(08).

      * Visitas validas do cliente corrente.
       77 IDX-VIS      PIC 9(02).
       77 QTD-VIS-OK   PIC 9(02).
       77 QTD-VIS-JAN  PIC 9(02).
       77 ULT-VIS-NUM  PIC 9(08).
       01 DATA-VIS-W.
           02 DATA-VIS-AA PIC 9(04).
           02 DATA-VIS-MM PIC 9(02).
           02 DATA-VIS-DD PIC 9(02).
       01 DATA-VIS-NUM REDEFINES DATA-VIS-W PIC 9(08).
       01 DATA-ULT-W.
           02 DATA-ULT-AA PIC 9(04).
           02 DATA-ULT-MM PIC 9(02).
           02 DATA-ULT-DD PIC 9(02).
       01 DATA-ULT-NUM REDEFINES DATA-ULT-W PIC 9(08).

      * Prefixo do CPF: 997, 998 e 999 sao os CPFs mascarados pela
      * anonimizacao (cliente, dependente e socio).
       01 CPF-PREF-W.
           02 CPF-PREF PIC 9(03).
              88 CPF-MASCARADO VALUE 997 998 999.
           02 FILLER   PIC 9(08).
       01 CPF-PREF-NUM REDEFINES CPF-PREF-W PIC 9(11).

       77 EH-SOCIO     PIC X(01).
       77 EX-SOCIO     PIC X(01).
       77 SIT-SOC-EDIT PIC X(09).
       77 LOCAL-CLI    PIC X(33).
       77 LOCAL-SOC    PIC X(33).
       77 FONE-CLI     PIC X(13).
       77 FONE-SOC     PIC X(13).

      * Totais.
       77 CT-IGNORADOS  PIC 9(05) VALUE ZEROES.
       77 CT-CPF-INV    PIC 9(05) VALUE ZEROES.
       77 CT-SOCIOS     PIC 9(05) VALUE ZEROES.
       77 CT-DIVERG     PIC 9(05) VALUE ZEROES.
       77 CT-PROSP      PIC 9(05) VALUE ZEROES.
       77 CT-EX-SOCIOS  PIC 9(05) VALUE ZEROES.

      * Campos da validacao de CPF e de data compartilhadas.
       COPY VALCPF-W.
       COPY VALDAT-W.

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

       01 CAB-03-DIV.
          02 FILLER PIC X(16) VALUE SPACES.
          02 FILLER PIC X(48) VALUE
             "DIVERGENCIAS ENTRE CADASTRO DE CLIENTES E SOCIOS".
          02 FILLER PIC X(16) VALUE SPACES.

       01 CAB-04-DIV.
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "CAMPO".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(33) VALUE "NO CADASTRO DE CLIENTES".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(33) VALUE "NO MESTRE DE SOCIOS".

       01 LIN-PAR.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 FILLER   PIC X(04) VALUE "CPF ".
          02 CPF-PAR  PIC 9(11).
          02 FILLER   PIC X(10) VALUE "  CLIENTE ".
          02 CLI-PAR  PIC ZZ9.
          02 FILLER   PIC X(08) VALUE "  SOCIO ".
          02 SOC-PAR  PIC ZZZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SIT-PAR  PIC X(09).

       01 LIN-DIF.
          02 FILLER      PIC X(03) VALUE SPACES.
          02 CAMPO-DIF   PIC X(08).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 VAL-CLI-DIF PIC X(33).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 VAL-SOC-DIF PIC X(33).

       01 CAB-03-PRO.
          02 FILLER PIC X(18) VALUE SPACES.
          02 FILLER PIC X(44) VALUE
             "PROSPECCAO DE SOCIOS - VIAJANTES NAO SOCIOS".
          02 FILLER PIC X(18) VALUE SPACES.

       01 CAB-04-PRO.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "CLI".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(25) VALUE "NOME DO CLIENTE".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "CIDADE".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(02) VALUE "UF".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "TELEFONE".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "VIS".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "ULT.VISITA".

       01 LIN-PRO.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 CLI-PRO     PIC ZZ9.
          02 MARCA-PRO   PIC X(01).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-PRO    PIC X(25).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 CIDADE-PRO  PIC X(12).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 UF-PRO      PIC X(02).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FONE-PRO    PIC X(13).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 VIS-PRO     PIC ZZ9.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 DD-PRO      PIC 9(02).
          02 FILLER      PIC X(01) VALUE "/".
          02 MM-PRO      PIC 9(02).
          02 FILLER      PIC X(01) VALUE "/".
          02 AA-PRO      PIC 9(04).

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER        PIC X(28) VALUE
                            "CLIENTES LIDOS............: ".
          02 VAR-LIDOS     PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER        PIC X(28) VALUE
                            "ANONIMIZADOS (FORA).......: ".
          02 VAR-IGNORADOS PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER        PIC X(28) VALUE
                            "CPF INVALIDO (FORA).......: ".
          02 VAR-CPF-INV   PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER        PIC X(28) VALUE
                            "CLIENTES QUE SAO SOCIOS...: ".
          02 VAR-SOCIOS    PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER        PIC X(28) VALUE
                            "PARES COM DIVERGENCIA.....: ".
          02 VAR-DIVERG    PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER        PIC X(28) VALUE
                            "VIAJANTES ATIVOS NAO SOCIO: ".
          02 VAR-PROSP     PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER        PIC X(28) VALUE
                            "  DOS QUAIS EX-SOCIOS (*).: ".
          02 VAR-EX-SOCIOS PIC ZZ.ZZ9.

       01 CAB-TOT-09.
          02 FILLER        PIC X(28) VALUE
                            "JANELA DE ATIVIDADE (DIAS): ".
          02 VAR-DIAS      PIC Z.ZZ9.

       PROCEDURE DIVISION.
       PGM-EM02-56.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-56" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
           PERFORM LE-PARAMETROS.
           COMPUTE DIAS-CORTE =
               FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM) - DIAS-ATIVO.
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-CORTE) TO DATA-CORTE.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-56: ERRO AO ABRIR CADCLI, STATUS "
                   WS-CLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADMEST.
           IF WS-MEST-STATUS NOT EQUAL "00"
               DISPLAY "EM02-56: ERRO AO ABRIR CADMEST, STATUS "
                   WS-MEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A referencia cruzada e uma fotografia do casamento: refeita
      * inteira a cada execucao.
           OPEN OUTPUT XREFCLI.
           IF WS-XRF-STATUS NOT EQUAL "00"
               DISPLAY "EM02-56: ERRO AO ABRIR XREFCLI, STATUS "
                   WS-XRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELDIVX
                       RELPROSP.
           PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARXREF.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARXREF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-DIAS-ATIVO NUMERIC AND
                          PARAM-DIAS-ATIVO GREATER THAN ZEROES
                           MOVE PARAM-DIAS-ATIVO TO DIAS-ATIVO
                       END-IF
               END-READ
               CLOSE PARXREF
           END-IF.

       LEITURA.
           READ CADCLI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CT-LIDOS
           END-READ.

       PRINCIPAL.
           IF CODIGOIN NUMERIC AND CODIGOIN GREATER THAN ZEROES
               PERFORM AVALIA-CLIENTE
           END-IF.
           PERFORM LEITURA.

      * Registro anonimizado nao identifica mais ninguem; CPF com
      * digito invalido nao pode ser casado com seguranca.
       AVALIA-CLIENTE.
           MOVE CPFIN-NUM TO CPF-PREF-NUM.
           IF CLI-ANONIMIZADO OR CPF-MASCARADO
               ADD 1 TO CT-IGNORADOS
           ELSE
               MOVE CPFIN-NUM TO CPF-CHK-NUM
               PERFORM VAL-CPF-COMUM
               IF CPFIN-NUM EQUAL ZEROES OR ERRO-CPF-COMUM EQUAL "S"
                   ADD 1 TO CT-CPF-INV
               ELSE
                   PERFORM CONTA-VISITAS
                   PERFORM PROCURA-SOCIO
                   IF EH-SOCIO EQUAL "S"
                       PERFORM GRAVA-XREF
                   ELSE
                       IF QTD-VIS-JAN GREATER THAN ZEROES
                           PERFORM IMPRIME-PROSPECTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Visitas validas do historico do registro (as mais recentes
      * ficam sempre nele; o arquivo morto so guarda as antigas).
       CONTA-VISITAS.
           MOVE ZEROES TO QTD-VIS-OK QTD-VIS-JAN ULT-VIS-NUM.
           PERFORM VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS GREATER THAN QTD-VIS
               MOVE DIA-VIS (IDX-VIS) TO DD-CHK
               MOVE MES-VIS (IDX-VIS) TO MM-CHK
               MOVE ANO-VIS (IDX-VIS) TO AA-CHK
               PERFORM VAL-DATA-COMUM
               IF ERRO-DATA-COMUM EQUAL "N"
                   MOVE ANO-VIS (IDX-VIS) TO DATA-VIS-AA
                   MOVE MES-VIS (IDX-VIS) TO DATA-VIS-MM
                   MOVE DIA-VIS (IDX-VIS) TO DATA-VIS-DD
                   ADD 1 TO QTD-VIS-OK
                   IF DATA-VIS-NUM NOT LESS THAN DATA-CORTE
                       ADD 1 TO QTD-VIS-JAN
                   END-IF
                   IF DATA-VIS-NUM GREATER THAN ULT-VIS-NUM
                       MOVE DATA-VIS-NUM TO ULT-VIS-NUM
                   END-IF
               END-IF
           END-PERFORM.

      * Socio cancelado nao conta como socio: volta a ser prospecto,
      * marcado como ex-socio. Socio anonimizado ja teve o CPF
      * mascarado e nao e achado pela chave.
       PROCURA-SOCIO.
           MOVE "N" TO EH-SOCIO EX-SOCIO.
           MOVE CPFIN-NUM TO MST-CPF.
           READ CADMEST KEY IS MST-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-SIT-CANCELADO
                       MOVE "S" TO EX-SOCIO
                   ELSE
                       IF NOT MST-ANONIMIZADO
                           MOVE "S" TO EH-SOCIO
                       END-IF
                   END-IF
           END-READ.

       GRAVA-XREF.
           ADD 1 TO CT-SOCIOS.
           MOVE CPFIN-NUM     TO XRF-CPF.
           MOVE CODIGOIN      TO XRF-CODIGO.
           MOVE MST-NUM-SOCIO TO XRF-NUM-SOCIO.
           MOVE MST-SITUACAO  TO XRF-SITUACAO-SOC.
           MOVE NOMEIN        TO XRF-NOME-CLI.
           MOVE QTD-VIS-OK    TO XRF-QTD-VIS.
           MOVE ULT-VIS-NUM   TO XRF-DATA-ULT-VIS.
           MOVE DATA-HOJE-NUM TO XRF-DATA-GER.
           MOVE "N" TO XRF-DIF-NOME XRF-DIF-ENDERECO XRF-DIF-TELEFONE.
           IF NOMEIN NOT EQUAL MST-NOME
               MOVE "S" TO XRF-DIF-NOME
           END-IF.
      * O CADCLI nao guarda logradouro: o endereco confere pela
      * cidade e UF.
           IF CIDADEIN NOT EQUAL MST-CIDADE OR
              ESTADOIN NOT EQUAL MST-ESTADO
               MOVE "S" TO XRF-DIF-ENDERECO
           END-IF.
           IF TELEFONEIN NOT EQUAL MST-TELEFONE
               MOVE "S" TO XRF-DIF-TELEFONE
           END-IF.
           WRITE REG-XRF
               INVALID KEY
                   DISPLAY "EM02-56: CLIENTE " CODIGOIN
                       " REPETIDO NO CADCLI, FORA DA REFERENCIA "
                       "CRUZADA (STATUS " WS-XRF-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO CT-GRAVADOS
           END-WRITE.
           IF XRF-DIF-NOME EQUAL "S" OR XRF-DIF-ENDERECO EQUAL "S"
              OR XRF-DIF-TELEFONE EQUAL "S"
               PERFORM IMPRIME-DIVERGENCIA
           END-IF.

      * Par com divergencia: uma linha de identificacao e uma linha
      * por campo que difere (no maximo 2+3 linhas, que nao se
      * partem entre paginas).
       IMPRIME-DIVERGENCIA.
           ADD 1 TO CT-DIVERG.
           IF CT-LIN-DIV GREATER THAN 35
               PERFORM CABECALHO-DIV
           END-IF.
           MOVE "ATIVO" TO SIT-SOC-EDIT.
           IF MST-SIT-SUSPENSO
               MOVE "SUSPENSO" TO SIT-SOC-EDIT
           END-IF.
           MOVE CPFIN-NUM     TO CPF-PAR.
           MOVE CODIGOIN      TO CLI-PAR.
           MOVE MST-NUM-SOCIO TO SOC-PAR.
           MOVE SIT-SOC-EDIT  TO SIT-PAR.
           WRITE REG-DIV FROM LIN-PAR AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN-DIV.
           IF XRF-DIF-NOME EQUAL "S"
               MOVE "NOME"   TO CAMPO-DIF
               MOVE NOMEIN   TO VAL-CLI-DIF
               MOVE MST-NOME TO VAL-SOC-DIF
               PERFORM IMPRIME-LIN-DIF
           END-IF.
           IF XRF-DIF-ENDERECO EQUAL "S"
               MOVE SPACES TO LOCAL-CLI LOCAL-SOC
               STRING CIDADEIN DELIMITED BY "  "
                      "/"      DELIMITED BY SIZE
                      ESTADOIN DELIMITED BY SIZE
                   INTO LOCAL-CLI
               STRING MST-CIDADE DELIMITED BY "  "
                      "/"        DELIMITED BY SIZE
                      MST-ESTADO DELIMITED BY SIZE
                   INTO LOCAL-SOC
               MOVE "CIDADE" TO CAMPO-DIF
               MOVE LOCAL-CLI TO VAL-CLI-DIF
               MOVE LOCAL-SOC TO VAL-SOC-DIF
               PERFORM IMPRIME-LIN-DIF
           END-IF.
           IF XRF-DIF-TELEFONE EQUAL "S"
               MOVE SPACES TO FONE-CLI FONE-SOC
               STRING "(" DDD-TEL ") " NUMERO-TEL
                   DELIMITED BY SIZE INTO FONE-CLI
               STRING "(" MST-DDD ") " MST-NUMERO-TEL
                   DELIMITED BY SIZE INTO FONE-SOC
               MOVE "TELEFONE" TO CAMPO-DIF
               MOVE FONE-CLI TO VAL-CLI-DIF
               MOVE FONE-SOC TO VAL-SOC-DIF
               PERFORM IMPRIME-LIN-DIF
           END-IF.

       IMPRIME-LIN-DIF.
           WRITE REG-DIV FROM LIN-DIF AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-DIV.

       CABECALHO-DIV.
           ADD 1 TO CT-PAG-DIV.
           MOVE CT-PAG-DIV TO VAR-PAG.
           MOVE SPACES TO REG-DIV.
           WRITE REG-DIV AFTER ADVANCING PAGE.
           WRITE REG-DIV FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-DIV FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-03-DIV AFTER ADVANCING 2 LINES.
           WRITE REG-DIV FROM CAB-04-DIV AFTER ADVANCING 2 LINES.
           MOVE 1 TO CT-LIN-DIV.

      * Viajante ativo sem associacao vigente; "*" marca o ex-socio.
       IMPRIME-PROSPECTO.
           ADD 1 TO CT-PROSP.
           IF CT-LIN-PRO GREATER THAN 40
               PERFORM CABECALHO-PRO
           END-IF.
           MOVE SPACES TO MARCA-PRO.
           IF EX-SOCIO EQUAL "S"
               MOVE "*" TO MARCA-PRO
               ADD 1 TO CT-EX-SOCIOS
           END-IF.
           MOVE SPACES TO FONE-CLI.
           STRING "(" DDD-TEL ") " NUMERO-TEL
               DELIMITED BY SIZE INTO FONE-CLI.
           MOVE ULT-VIS-NUM TO DATA-ULT-NUM.
           MOVE CODIGOIN    TO CLI-PRO.
           MOVE NOMEIN      TO NOME-PRO.
           MOVE CIDADEIN    TO CIDADE-PRO.
           MOVE ESTADOIN    TO UF-PRO.
           MOVE FONE-CLI    TO FONE-PRO.
           MOVE QTD-VIS-JAN TO VIS-PRO.
           MOVE DATA-ULT-DD TO DD-PRO.
           MOVE DATA-ULT-MM TO MM-PRO.
           MOVE DATA-ULT-AA TO AA-PRO.
           WRITE REG-PRO FROM LIN-PRO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-PRO.

       CABECALHO-PRO.
           ADD 1 TO CT-PAG-PRO.
           MOVE CT-PAG-PRO TO VAR-PAG.
           MOVE SPACES TO REG-PRO.
           WRITE REG-PRO AFTER ADVANCING PAGE.
           WRITE REG-PRO FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-PRO FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-PRO FROM CAB-03-PRO AFTER ADVANCING 2 LINES.
           WRITE REG-PRO FROM CAB-04-PRO AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-PRO.
           WRITE REG-PRO AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN-PRO.

      * O rodape do RELDIVX avanca 3+2+1x6 = 11 linhas; com a pagina
      * de 40 linhas, o cabecalho so pode ser pulado com CT-LIN ate
      * 29. O do RELPROSP avanca 3+2+1 = 6 linhas (ate 34).
       TERMINO.
           IF CT-LIN-DIV GREATER THAN 29
               PERFORM CABECALHO-DIV
           END-IF.
           MOVE CT-LIDOS     TO VAR-LIDOS.
           MOVE CT-IGNORADOS TO VAR-IGNORADOS.
           MOVE CT-CPF-INV   TO VAR-CPF-INV.
           MOVE CT-SOCIOS    TO VAR-SOCIOS.
           MOVE CT-DIVERG    TO VAR-DIVERG.
           MOVE CT-PROSP     TO VAR-PROSP.
           MOVE CT-EX-SOCIOS TO VAR-EX-SOCIOS.
           MOVE DIAS-ATIVO   TO VAR-DIAS.
           WRITE REG-DIV FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-DIV FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-DIV FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-DIV FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           IF CT-LIN-PRO GREATER THAN 34
               PERFORM CABECALHO-PRO
           END-IF.
           WRITE REG-PRO FROM CAB-TOT-07 AFTER ADVANCING 3 LINES.
           WRITE REG-PRO FROM CAB-TOT-08 AFTER ADVANCING 2 LINES.
           WRITE REG-PRO FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           CLOSE CADCLI CADMEST XREFCLI RELDIVX RELPROSP.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALCPF-P.

       COPY VALDAT-P.

       COPY RUNLOG-P.
