       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-54.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       CONTAS A RECEBER DE VIAGEM POR IDADE (AGING):
      *               percorre as contas a receber de viagem (CTARCV)
      *               na ordem da viagem e lista, para cada viagem com
      *               saldo em aberto, os clientes devedores com a
      *               data de abertura da conta, os dias em aberto e a
      *               faixa de idade (0-30, 31-60, 61-90, mais de 90
      *               dias), com os dias que faltam para a saida do
      *               onibus - viagem saindo em ate 7 dias vem marcada
      *               URGENTE, para o balcao cobrar antes do embarque.
      *               Subtotal por viagem e total geral por faixa.

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
      * Contas a receber de viagem, lidas na ordem da chave (viagem
      * + cliente).
           COPY CTARCV-F.
      * Referencia de viagens (destino e data de saida).
           COPY TABVIAG-F.
           SELECT RELAGVG ASSIGN TO DISK.
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

      * Contas a receber de viagem.
       COPY CTARCV-D.

      * Referencia de viagens.
       COPY TABVIAG-D.

       FD RELAGVG
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 FIM-AUX PIC X(03).
       77 CT-LIN  PIC 9(02) VALUE 41.
       77 CT-PAG  PIC 9(02) VALUE ZEROES.
       77 WS-CLI-STATUS PIC X(02).

      * Nome do cliente pelo codigo (CODIGOIN e 9(3)).
       01 TAB-CLIENTES.
           02 CLI-NOME OCCURS 999 TIMES PIC X(30).

      * Datas de trabalho: hoje, saida da viagem e abertura da conta
      * em AAAAMMDD, e os dias contados entre elas.
       77 DATA-HOJE-NUM PIC 9(08).
       77 DIA-HOJE      PIC 9(07).
       77 DATA-SAIDA    PIC 9(08).
       77 DIAS-SAIDA    PIC S9(05).
       77 DIAS-ABERTO   PIC 9(05).
       01 DATA-AUX.
           02 AA-AUX PIC 9(04).
           02 MM-AUX PIC 9(02).
           02 DD-AUX PIC 9(02).
       01 DATA-AUX-NUM REDEFINES DATA-AUX PIC 9(08).

      * Quebra por viagem.
       77 VIAGEM-ANT    PIC X(06) VALUE SPACES.
       77 SALDO-CTA     PIC 9(07)V9(02).
       77 IDX-FAIXA     PIC 9(01).

      * Acumuladores por faixa de idade (1: 0-30, 2: 31-60,
      * 3: 61-90, 4: mais de 90 dias): da viagem e geral.
       01 TAB-FAIXAS.
           02 FAIXA-OCORR OCCURS 4 TIMES.
              03 FAIXA-VIAGEM PIC 9(09)V9(02).
              03 FAIXA-GERAL  PIC 9(09)V9(02).
       01 TAB-NOMES-FAIXA.
           02 FILLER PIC X(08) VALUE "0-30    ".
           02 FILLER PIC X(08) VALUE "31-60   ".
           02 FILLER PIC X(08) VALUE "61-90   ".
           02 FILLER PIC X(08) VALUE "MAIS 90 ".
       01 TAB-NOMES-FAIXA-R REDEFINES TAB-NOMES-FAIXA.
           02 NOME-FAIXA OCCURS 4 TIMES PIC X(08).

       77 CT-CONTAS-VIAGEM PIC 9(04).
       77 TOT-VIAGEM       PIC 9(09)V9(02).
       77 CT-VIAGENS       PIC 9(04) VALUE ZEROES.
       77 CT-CONTAS        PIC 9(05) VALUE ZEROES.
       77 CT-URGENTES      PIC 9(04) VALUE ZEROES.
       77 TOT-GERAL        PIC 9(11)V9(02) VALUE ZEROES.

      * Tabela em memoria da referencia de viagens.
       COPY TABVIAG-W.

      * Campos das contas a receber de viagem.
       COPY CTARCV-W.

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
          02 FILLER   PIC X(13) VALUE SPACES.
          02 FILLER   PIC X(43) VALUE
             "CONTAS A RECEBER DE VIAGEM POR IDADE - EM ".
          02 DD-CAB   PIC 99.
          02 FILLER   PIC X(01) VALUE "/".
          02 MM-CAB   PIC 99.
          02 FILLER   PIC X(01) VALUE "/".
          02 AAAA-CAB PIC 9999.
          02 FILLER   PIC X(14) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "CLI".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE "NOME DO CLIENTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "ABERTURA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "DIAS".
          02 FILLER PIC X(07) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "SALDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "FAIXA".
          02 FILLER PIC X(13) VALUE SPACES.

       01 LIN-VIAGEM.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 FILLER      PIC X(07) VALUE "Viagem ".
          02 VIAGEM-REL  PIC X(06).
          02 FILLER      PIC X(03) VALUE " - ".
          02 DESTINO-REL PIC X(19).
          02 FILLER      PIC X(07) VALUE " saida ".
          02 DATA-SAIDA-REL.
             03 DD-SAIDA-REL   PIC 99.
             03 FILLER         PIC X VALUE "/".
             03 MM-SAIDA-REL   PIC 99.
             03 FILLER         PIC X VALUE "/".
             03 AAAA-SAIDA-REL PIC 9999.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 PRAZO-REL   PIC X(26).

       01 LIN-PRAZO.
          02 MARCA-PRAZO PIC X(09).
          02 FILLER      PIC X(07) VALUE "FALTAM ".
          02 DIAS-PRAZO  PIC ZZZZ9.
          02 FILLER      PIC X(05) VALUE " DIAS".

       01 DETALHE.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 CODIGO-DET   PIC ZZ9.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 NOME-DET     PIC X(25).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 DATA-DET.
             03 DD-DET    PIC 99.
             03 FILLER    PIC X VALUE "/".
             03 MM-DET    PIC 99.
             03 FILLER    PIC X VALUE "/".
             03 AAAA-DET  PIC 9999.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 DIAS-DET     PIC ZZZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 SALDO-DET    PIC ZZZ.ZZ9,99.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 FAIXA-DET    PIC X(08).
          02 FILLER       PIC X(08) VALUE SPACES.

       01 LIN-SUBTOTAL.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE "Subtotal da viagem: ".
          02 QTD-SUB      PIC ZZZ9.
          02 FILLER       PIC X(08) VALUE " contas ".
          02 VAL-SUB      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER       PIC X(29) VALUE SPACES.

       01 LIN-FAIXAS.
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FAIXA-LIN OCCURS 4 TIMES.
             03 NOME-FAIXA-LIN PIC X(06).
             03 VAL-FAIXA-LIN  PIC ZZZ.ZZ9,99.
             03 FILLER         PIC X(02) VALUE SPACES.
          02 FILLER       PIC X(03) VALUE SPACES.

       01 CAB-TOT-01.
          02 FILLER PIC X(32) VALUE "TOTAL GERAL A RECEBER DE VIAGENS".

       01 CAB-TOT-02.
          02 FILLER        PIC X(28) VALUE
                            "VIAGENS COM SALDO ABERTO..: ".
          02 VAR-VIAGENS   PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER        PIC X(28) VALUE
                            "VIAGENS URGENTES (7 DIAS).: ".
          02 VAR-URGENTES  PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER        PIC X(28) VALUE
                            "CONTAS EM ABERTO..........: ".
          02 VAR-CONTAS    PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER        PIC X(28) VALUE
                            "SALDO TOTAL EM ABERTO.....: ".
          02 VAR-TOT-GERAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-FAIXA.
          02 FILLER        PIC X(06) VALUE "FAIXA ".
          02 NOME-TOT-FAIXA PIC X(08).
          02 FILLER        PIC X(14) VALUE " DIAS.......: ".
          02 VAR-TOT-FAIXA PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       PGM-EM02-54.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-54" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
           COMPUTE DIA-HOJE = FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM).
           MOVE DATA-HOJE-NUM TO DATA-AUX-NUM.
           MOVE DD-AUX TO DD-CAB.
           MOVE MM-AUX TO MM-CAB.
           MOVE AA-AUX TO AAAA-CAB.
           MOVE ZEROES TO TAB-FAIXAS.
           PERFORM LE-TABVIAG.
           PERFORM CARREGA-CLIENTES.
           OPEN INPUT CTARCV.
           IF WS-RCV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-54: ERRO AO ABRIR CTARCV, STATUS "
                   WS-RCV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELAGVG.
           PERFORM LEITURA.

       CARREGA-CLIENTES.
           MOVE SPACES TO TAB-CLIENTES.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-54: CADCLI.DAT AUSENTE (STATUS "
                   WS-CLI-STATUS "), RELATORIO SEM NOME DO CLIENTE"
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

       LEITURA.
           READ CTARCV NEXT
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * So entra a conta aberta com saldo: quitada, com credito ou
      * cancelada nao tem o que cobrar.
       PRINCIPAL.
           IF RCV-ABERTA AND RCV-TARIFA GREATER THAN RCV-PAGO
               IF RCV-COD-VIAGEM NOT EQUAL VIAGEM-ANT
                   PERFORM QUEBRA-VIAGEM
               END-IF
               PERFORM IMPRIME-CONTA
           END-IF.
           PERFORM LEITURA.

       QUEBRA-VIAGEM.
           IF VIAGEM-ANT NOT EQUAL SPACES
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE RCV-COD-VIAGEM TO VIAGEM-ANT.
           MOVE ZEROES TO CT-CONTAS-VIAGEM TOT-VIAGEM.
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               MOVE ZEROES TO FAIXA-VIAGEM (IDX-FAIXA)
           END-PERFORM.
           ADD 1 TO CT-VIAGENS.
           PERFORM IMPRIME-VIAGEM.

      * Cabecalho da viagem com os dias ate a saida (da TABVIAG; sem
      * ela, a data gravada na conta).
       IMPRIME-VIAGEM.
           IF CT-LIN GREATER THAN 37
               PERFORM CABECALHO
           END-IF.
           MOVE RCV-COD-VIAGEM TO VIAGEM-REL COD-VIAG-BUSCA.
           PERFORM BUSCA-VIAG-REF.
           MOVE DEST-VIAG-REF TO DESTINO-REL.
           IF ACHOU-VIAG-REF EQUAL "S" AND
              SAIDA-VIAG-REF GREATER THAN ZEROES
               MOVE SAIDA-VIAG-REF TO DATA-SAIDA
           ELSE
               MOVE RCV-DATA-VIAGEM TO DATA-SAIDA
           END-IF.
           MOVE DATA-SAIDA TO DATA-AUX-NUM.
           MOVE DD-AUX TO DD-SAIDA-REL.
           MOVE MM-AUX TO MM-SAIDA-REL.
           MOVE AA-AUX TO AAAA-SAIDA-REL.
           MOVE SPACES TO PRAZO-REL.
           IF DATA-SAIDA GREATER THAN ZEROES
               COMPUTE DIAS-SAIDA =
                   FUNCTION INTEGER-OF-DATE (DATA-SAIDA) - DIA-HOJE
               IF DIAS-SAIDA LESS THAN ZEROES
                   MOVE "JA SAIU" TO PRAZO-REL
               ELSE
                   MOVE SPACES TO MARCA-PRAZO
                   IF DIAS-SAIDA NOT GREATER THAN 7
                       MOVE "URGENTE: " TO MARCA-PRAZO
                       ADD 1 TO CT-URGENTES
                   END-IF
                   MOVE DIAS-SAIDA TO DIAS-PRAZO
                   MOVE LIN-PRAZO TO PRAZO-REL
               END-IF
           END-IF.
           WRITE REG-REL FROM LIN-VIAGEM AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMPRIME-CONTA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           COMPUTE SALDO-CTA = RCV-TARIFA - RCV-PAGO.
           MOVE ZEROES TO DIAS-ABERTO.
           IF RCV-DATA-LANC GREATER THAN ZEROES AND
              RCV-DATA-LANC LESS THAN DATA-HOJE-NUM
               COMPUTE DIAS-ABERTO = DIA-HOJE
                   - FUNCTION INTEGER-OF-DATE (RCV-DATA-LANC)
           END-IF.
           IF DIAS-ABERTO GREATER THAN 90
               MOVE 4 TO IDX-FAIXA
           ELSE
               IF DIAS-ABERTO GREATER THAN 60
                   MOVE 3 TO IDX-FAIXA
               ELSE
                   IF DIAS-ABERTO GREATER THAN 30
                       MOVE 2 TO IDX-FAIXA
                   ELSE
                       MOVE 1 TO IDX-FAIXA
                   END-IF
               END-IF
           END-IF.
           ADD SALDO-CTA TO FAIXA-VIAGEM (IDX-FAIXA)
                            FAIXA-GERAL (IDX-FAIXA)
                            TOT-VIAGEM TOT-GERAL.
           ADD 1 TO CT-CONTAS-VIAGEM CT-CONTAS.
           MOVE RCV-CODIGO TO CODIGO-DET.
           MOVE SPACES TO NOME-DET.
           IF RCV-CODIGO GREATER THAN ZEROES
               MOVE CLI-NOME (RCV-CODIGO) TO NOME-DET
           END-IF.
           MOVE RCV-DATA-LANC TO DATA-AUX-NUM.
           MOVE DD-AUX TO DD-DET.
           MOVE MM-AUX TO MM-DET.
           MOVE AA-AUX TO AAAA-DET.
           MOVE DIAS-ABERTO TO DIAS-DET.
           MOVE SALDO-CTA TO SALDO-DET.
           MOVE NOME-FAIXA (IDX-FAIXA) TO FAIXA-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-GRAVADOS.

       IMPRIME-SUBTOTAL.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO
           END-IF.
           MOVE CT-CONTAS-VIAGEM TO QTD-SUB.
           MOVE TOT-VIAGEM       TO VAL-SUB.
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               MOVE NOME-FAIXA (IDX-FAIXA)
                   TO NOME-FAIXA-LIN (IDX-FAIXA)
               MOVE FAIXA-VIAGEM (IDX-FAIXA)
                   TO VAL-FAIXA-LIN (IDX-FAIXA)
           END-PERFORM.
           WRITE REG-REL FROM LIN-SUBTOTAL AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LIN-FAIXAS AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x3+1x4 = 12 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 28.
       TERMINO.
           IF VIAGEM-ANT NOT EQUAL SPACES
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           IF CT-LIN GREATER THAN 28
               PERFORM CABECALHO
           END-IF.
           MOVE CT-VIAGENS  TO VAR-VIAGENS.
           MOVE CT-URGENTES TO VAR-URGENTES.
           MOVE CT-CONTAS   TO VAR-CONTAS.
           MOVE TOT-GERAL   TO VAR-TOT-GERAL.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           PERFORM VARYING IDX-FAIXA FROM 1 BY 1 UNTIL IDX-FAIXA > 4
               MOVE NOME-FAIXA (IDX-FAIXA)  TO NOME-TOT-FAIXA
               MOVE FAIXA-GERAL (IDX-FAIXA) TO VAR-TOT-FAIXA
               WRITE REG-REL FROM CAB-TOT-FAIXA AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE CTARCV RELAGVG.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABVIAG-P.

       COPY RUNLOG-P.
