       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-51.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       MANIFESTO DE PASSAGEIROS: para cada viagem da
      *               referencia TABVIAG imprime, em pagina propria,
      *               a lista dos passageiros confirmados (ou com a
      *               viagem ja realizada) no cadastro de reservas
      *               CADRES com nome, CPF e telefone do CADCLI,
      *               exigida pela empresa de onibus, seguida
      *               da lista de espera na ordem de promocao. Sem o
      *               parametro PARMANIF.DAT saem todas as viagens
      *               ativas que ainda nao sairam e tem reserva; com
      *               ele, so a viagem informada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMANIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Cadastro de reservas, percorrido por viagem (START).
           COPY CADRES-F.
      * Referencia de viagens mantida pelo fretamento.
           COPY TABVIAG-F.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
           SELECT RELMANIF ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Codigo da viagem a imprimir (opcional).
       FD PARMANIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMANIF.DAT".

       01 REG-PARMANIF.
           02 PMF-COD-VIAGEM PIC X(06).

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

       FD RELMANIF
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-AUX PIC X(03).
       77 CT-LIN  PIC 9(02) VALUE 41.
       77 CT-PAG  PIC 9(02) VALUE ZEROES.
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-RES-STATUS   PIC X(02).
       77 WS-CLI-STATUS   PIC X(02).

      * Viagem pedida no PARMANIF (espacos = todas as em aberto).
       77 VIAGEM-PEDIDA  PIC X(06) VALUE SPACES.
       77 DATA-HOJE-NUM  PIC 9(08).

      * Dados de contato do CADCLI pelo codigo do cliente.
       01 TAB-CLIENTES.
           02 CLI-OCORR OCCURS 999 TIMES.
              03 CLI-NOME PIC X(30).
              03 CLI-CPF  PIC 9(11).
              03 CLI-DDD  PIC 9(02).
              03 CLI-TEL  PIC 9(08).

      * Viagem em impressao.
       77 IDX-VIAG       PIC 9(03).
       77 VIAGEM-MANIF   PIC X(06).
       77 CT-CONFIRM     PIC 9(04).
       77 CT-SEQ         PIC 9(04).

      * Lista de espera da viagem, impressa na ordem do numero.
       77 QTD-ESP        PIC 9(03).
       77 IDX-ESP        PIC 9(03).
       77 POS-ESP        PIC 9(03).
       77 CT-ESP-IMPR    PIC 9(03).
       01 TAB-ESPERA.
           02 ESP-OCORR OCCURS 300 TIMES.
              03 ESP-NUM     PIC 9(04).
              03 ESP-CODIGO  PIC 9(03).
              03 ESP-IMPRESSA PIC X(01).

      * Totais do lote.
       77 CT-LIDOS       PIC 9(05) VALUE 0.
       77 CT-VIAGENS     PIC 9(05) VALUE 0.
       77 CT-PASSAGEIROS PIC 9(05) VALUE 0.

      * Tabela em memoria da referencia de viagens.
       COPY TABVIAG-W.

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
          02 FILLER PIC X(28) VALUE SPACES.
          02 FILLER PIC X(24) VALUE "MANIFESTO DE PASSAGEIROS".
          02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-04.
          02 FILLER      PIC X(02) VALUE SPACES.
          02 FILLER      PIC X(08) VALUE "VIAGEM: ".
          02 VAR-VIAGEM  PIC X(06).
          02 FILLER      PIC X(03) VALUE " - ".
          02 VAR-DESTINO PIC X(30).
          02 FILLER      PIC X(09) VALUE "  SAIDA: ".
          02 VAR-SAIDA   PIC X(10).
          02 FILLER      PIC X(12) VALUE SPACES.

       01 CAB-05.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "SEQ.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "NOME".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "CPF".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(15) VALUE "TELEFONE".

       01 CAB-ESPERA.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(40) VALUE
              "LISTA DE ESPERA (SEQ. = NUMERO NA FILA)".
          02 FILLER PIC X(38) VALUE SPACES.

       01 DETALHE.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 SEQ-DET    PIC ZZZ9.
          02 FILLER     PIC X(05) VALUE SPACES.
          02 CODIGO-DET PIC ZZ9.
          02 FILLER     PIC X(03) VALUE SPACES.
          02 NOME-DET   PIC X(30).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 CPF-DET    PIC X(14).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 FONE-DET   PIC X(15).

       01 LIN-RESUMO.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 FILLER       PIC X(13) VALUE "CAPACIDADE: ".
          02 VAR-CAP      PIC ZZZ9.
          02 FILLER       PIC X(16) VALUE "  CONFIRMADOS: ".
          02 VAR-CONFIRM  PIC ZZZ9.
          02 FILLER       PIC X(11) VALUE "  LIVRES: ".
          02 VAR-LIVRES   PIC ZZZ9.
          02 FILLER       PIC X(14) VALUE "  EM ESPERA: ".
          02 VAR-ESPERA   PIC ZZZ9.
          02 FILLER       PIC X(08) VALUE SPACES.

       01 LIN-VISTO.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(34) VALUE
              "CONFERIDO PELA EMPRESA DE ONIBUS: ".
          02 FILLER PIC X(30) VALUE ALL "_".
          02 FILLER PIC X(14) VALUE SPACES.

       01 LIN-NENHUMA.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(40) VALUE
              "NENHUMA VIAGEM COM RESERVA A IMPRIMIR".
          02 FILLER PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-EM02-51.

       PERFORM INICIO.
       PERFORM IMPRIME-VIAGEM
           VARYING IDX-VIAG FROM 1 BY 1
           UNTIL IDX-VIAG > QTD-VIAG-REF.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-51" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
           OPEN INPUT PARMANIF.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARMANIF
                   NOT AT END MOVE PMF-COD-VIAGEM TO VIAGEM-PEDIDA
               END-READ
               CLOSE PARMANIF
           END-IF.
           PERFORM LE-TABVIAG.
           PERFORM CARREGA-CLIENTES.
           OPEN INPUT CADRES.
           IF WS-RES-STATUS NOT EQUAL "00"
               DISPLAY "EM02-51: ERRO AO ABRIR CADRES, STATUS "
                   WS-RES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELMANIF.

      * Sem o CADCLI o manifesto sairia sem CPF e telefone, que e
      * justamente o que a empresa de onibus pede.
       CARREGA-CLIENTES.
           MOVE SPACES TO TAB-CLIENTES.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-51: ERRO AO ABRIR CADCLI, STATUS "
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
                           MOVE NOMEIN     TO CLI-NOME (CODIGOIN)
                           MOVE CPFIN-NUM  TO CLI-CPF (CODIGOIN)
                           MOVE DDD-TEL    TO CLI-DDD (CODIGOIN)
                           MOVE NUMERO-TEL TO CLI-TEL (CODIGOIN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADCLI.

      * Com parametro, so a viagem pedida (mesmo ja saida, para
      * reimpressao); sem ele, as ativas que ainda nao sairam.
       IMPRIME-VIAGEM.
           MOVE VIAG-REF-COD (IDX-VIAG) TO VIAGEM-MANIF.
           IF VIAGEM-PEDIDA NOT EQUAL SPACES
               IF VIAGEM-MANIF EQUAL VIAGEM-PEDIDA
                   PERFORM MANIFESTO-VIAGEM
               END-IF
           ELSE
               IF VIAG-REF-ATIVO (IDX-VIAG) EQUAL "S" AND
                  VIAG-REF-SAIDA (IDX-VIAG) NOT LESS THAN
                  DATA-HOJE-NUM
                   PERFORM MANIFESTO-VIAGEM
               END-IF
           END-IF.

      * Passada unica pelas reservas da viagem: confirmados saem na
      * hora, a espera vai para a tabela. Viagem sem reserva viva nao
      * gera pagina.
       MANIFESTO-VIAGEM.
           MOVE ZEROES TO CT-CONFIRM CT-SEQ QTD-ESP.
           MOVE VIAGEM-MANIF TO RES-COD-VIAGEM.
           MOVE ZEROES       TO RES-CODIGO.
           MOVE "NAO" TO FIM-AUX.
           START CADRES KEY NOT LESS THAN RES-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ CADRES NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF RES-COD-VIAGEM NOT EQUAL VIAGEM-MANIF
                           MOVE "SIM" TO FIM-AUX
                       ELSE
                           ADD 1 TO CT-LIDOS
                           PERFORM TRATA-RESERVA
                       END-IF
               END-READ
           END-PERFORM.
           IF CT-CONFIRM GREATER THAN ZEROES OR
              QTD-ESP GREATER THAN ZEROES
               PERFORM IMPRIME-ESPERA
               PERFORM RESUMO-VIAGEM
               ADD 1 TO CT-VIAGENS
           END-IF.

      * Reserva ja realizada ("V", marcada pelo EM02-50 quando a
      * viagem sai) continua no manifesto: o passageiro embarcou.
       TRATA-RESERVA.
           IF RES-CONFIRMADA OR RES-REALIZADA
               IF CT-CONFIRM EQUAL ZEROES
                   PERFORM CABECALHO
               END-IF
               ADD 1 TO CT-CONFIRM
               ADD 1 TO CT-SEQ
               ADD 1 TO CT-PASSAGEIROS
               MOVE CT-SEQ TO SEQ-DET
               PERFORM IMPRIME-PASSAGEIRO
           ELSE
               IF RES-ESPERA AND QTD-ESP LESS THAN 300
                   ADD 1 TO QTD-ESP
                   MOVE RES-NUM-ESPERA TO ESP-NUM (QTD-ESP)
                   MOVE RES-CODIGO     TO ESP-CODIGO (QTD-ESP)
                   MOVE "N"            TO ESP-IMPRESSA (QTD-ESP)
               END-IF
           END-IF.

      * Linha do passageiro; o chamador ja moveu o numero da linha
      * e RES-CODIGO tem o cliente.
       IMPRIME-PASSAGEIRO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE RES-CODIGO TO CODIGO-DET.
           MOVE SPACES TO NOME-DET CPF-DET FONE-DET.
           IF RES-CODIGO GREATER THAN ZEROES
               MOVE CLI-NOME (RES-CODIGO) TO NOME-DET
               IF CLI-CPF (RES-CODIGO) NUMERIC
                   STRING CLI-CPF (RES-CODIGO) (1:3) "."
                          CLI-CPF (RES-CODIGO) (4:3) "."
                          CLI-CPF (RES-CODIGO) (7:3) "-"
                          CLI-CPF (RES-CODIGO) (10:2)
                       DELIMITED BY SIZE INTO CPF-DET
               END-IF
               IF CLI-DDD (RES-CODIGO) NUMERIC AND
                  CLI-TEL (RES-CODIGO) NUMERIC
                   STRING "(" CLI-DDD (RES-CODIGO) ") "
                          CLI-TEL (RES-CODIGO) (1:4) "-"
                          CLI-TEL (RES-CODIGO) (5:4)
                       DELIMITED BY SIZE INTO FONE-DET
               END-IF
           END-IF.
           IF NOME-DET EQUAL SPACES
               MOVE "*** CLIENTE FORA DO CADCLI ***" TO NOME-DET
           END-IF.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      * Espera em ordem crescente do numero na fila: a cada volta
      * imprime o menor numero ainda nao impresso.
       IMPRIME-ESPERA.
           IF QTD-ESP GREATER THAN ZEROES
               IF CT-CONFIRM EQUAL ZEROES
                   PERFORM CABECALHO
               END-IF
               IF CT-LIN GREATER THAN 38
                   PERFORM CABECALHO
               END-IF
               WRITE REG-REL FROM CAB-ESPERA AFTER ADVANCING 2 LINES
               ADD 2 TO CT-LIN
               PERFORM VARYING CT-ESP-IMPR FROM 1 BY 1
                       UNTIL CT-ESP-IMPR > QTD-ESP
                   MOVE ZEROES TO POS-ESP
                   PERFORM VARYING IDX-ESP FROM 1 BY 1
                           UNTIL IDX-ESP > QTD-ESP
                       IF ESP-IMPRESSA (IDX-ESP) EQUAL "N"
                           IF POS-ESP EQUAL ZEROES
                               MOVE IDX-ESP TO POS-ESP
                           ELSE
                               IF ESP-NUM (IDX-ESP) LESS THAN
                                  ESP-NUM (POS-ESP)
                                   MOVE IDX-ESP TO POS-ESP
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "S" TO ESP-IMPRESSA (POS-ESP)
                   MOVE ESP-NUM (POS-ESP)    TO SEQ-DET
                   MOVE ESP-CODIGO (POS-ESP) TO RES-CODIGO
                   PERFORM IMPRIME-PASSAGEIRO
               END-PERFORM
           END-IF.

      * O resumo avanca 2+3 = 5 linhas; com a pagina de 40 linhas,
      * o cabecalho so pode ser pulado com CT-LIN ate 35.
       RESUMO-VIAGEM.
           IF CT-LIN GREATER THAN 35
               PERFORM CABECALHO
           END-IF.
           MOVE VIAG-REF-CAP (IDX-VIAG) TO VAR-CAP.
           MOVE CT-CONFIRM              TO VAR-CONFIRM.
           MOVE ZEROES                  TO VAR-LIVRES.
           IF VIAG-REF-CAP (IDX-VIAG) GREATER THAN CT-CONFIRM
               COMPUTE VAR-LIVRES = VIAG-REF-CAP (IDX-VIAG)
                                  - CT-CONFIRM
           END-IF.
           MOVE QTD-ESP                 TO VAR-ESPERA.
           WRITE REG-REL FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-VISTO  AFTER ADVANCING 3 LINES.
           ADD 5 TO CT-LIN.

      * Cabecalho da viagem em IDX-VIAG; a continuacao de uma viagem
      * longa repete o cabecalho na pagina seguinte.
       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE VIAG-REF-COD (IDX-VIAG)  TO VAR-VIAGEM.
           MOVE VIAG-REF-DEST (IDX-VIAG) TO VAR-DESTINO.
           MOVE SPACES TO VAR-SAIDA.
           IF VIAG-REF-SAIDA (IDX-VIAG) GREATER THAN ZEROES
               STRING VIAG-REF-SAIDA (IDX-VIAG) (7:2) "/"
                      VIAG-REF-SAIDA (IDX-VIAG) (5:2) "/"
                      VIAG-REF-SAIDA (IDX-VIAG) (1:4)
                   DELIMITED BY SIZE INTO VAR-SAIDA
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

       TERMINO.
           IF CT-VIAGENS EQUAL ZEROES
               WRITE REG-REL FROM LIN-NENHUMA AFTER ADVANCING PAGE
           END-IF.
           CLOSE CADRES RELMANIF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS       TO WS-RUNLOG-LIDOS.
           MOVE CT-PASSAGEIROS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABVIAG-P.

       COPY RUNLOG-P.
