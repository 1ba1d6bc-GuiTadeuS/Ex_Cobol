      *               hoje) e se ja ha pagamento dele no MOVPAG do
      *               dia aguardando a baixa do EM02-03 - uma tela,
      *               um telefonema a menos por socio no balcao.
      *               Mostra tambem o credito do socio (CREDSOC), o
      *               que ele pagou a mais e sera abatido.
      *               Lista tambem os dependentes do plano familiar
      *               (CADDEP), com parentesco e situacao de cada um.
      *               E se o socio e cliente de viagem, pela
      *               referencia cruzada XREFCLI do EM02-56.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MOVPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
      * Credito do socio (pago a mais na baixa do EM02-03).
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Dependentes do plano familiar do socio.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
      * Referencia cruzada socio x cliente de viagem (EM02-56).
           SELECT XREFCLI ASSIGN TO "XREFCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-CHAVE
           FILE STATUS IS WS-XRF-STATUS.
      * Mestre de operadores e log de acesso dos consoles.
           COPY OPERSON-F.

       01 REG-ATRA.
           COPY ATRREC.

      * Movimento do dia aguardando a baixa do EM02-03, layout
      * compartilhado em MOVREC.
       FD MOVPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAG.DAT".

       01 REG-MOV.
           COPY MOVREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

      * Cadastro de dependentes, layout compartilhado em DEPREC.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           COPY DEPREC.

      * Referencia cruzada, layout compartilhado em XREFREC.
       FD XREFCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "XREFCLI.DAT".

       01 REG-XRF.
           COPY XREFREC.

      * Mestre de operadores e log de acesso.
       COPY OPERSON-D.
       COPY OPERSON-W.
       77 WS-FILE-STATUS PIC X(02).
       77 WS-MEST-STATUS PIC X(02).
       77 WS-XRF-STATUS  PIC X(02).
       77 TEM-XREFCLI    PIC X(01) VALUE "N".
       77 FIM-XRF        PIC X(03).
       77 CT-XRF-CPF     PIC 9(02).
       77 CPF-XRF-BUSCA  PIC 9(11).
       77 WS-ATRA-STATUS PIC X(02).
       77 WS-MOV-STATUS  PIC X(02).
       77 WS-CRED-STATUS PIC X(02).
       77 WS-CONTINUAR   PIC X(01) VALUE "S".
       77 WS-NUM-BUSCA   PIC 9(06).
       77 WS-VALOR-EDIT  PIC ZZZ.ZZZ.ZZ9,99.
       77 FIM-ARQ        PIC X(03).
       77 TEM-CADSOC2    PIC X(01) VALUE "N".
       77 TEM-CADMEST    PIC X(01) VALUE "N".
       77 TEM-CREDSOC    PIC X(01) VALUE "N".
       77 WS-DEP-STATUS  PIC X(02).
       77 TEM-CADDEP     PIC X(01) VALUE "N".
       77 FIM-DEP        PIC X(03).
       77 CT-DEP-SOCIO   PIC 9(02).
       77 PARENT-EDIT    PIC X(10).
       77 SIT-DEP-EDIT   PIC X(09).

      * Extrato de atrasados em memoria, por socio.
       77 QTD-ATRA PIC 9(04) VALUE ZEROES.
           PERFORM UNTIL WS-CONTINUAR NOT EQUAL "S"
               PERFORM SOLICITA-NUMERO
               PERFORM CONSULTA-MESTRE
               PERFORM CONSULTA-DEPENDENTES
               PERFORM CONSULTA-SOCIO
               PERFORM CONSULTA-ATRASO
               PERFORM CONSULTA-MOVIMENTO
               PERFORM CONSULTA-CREDITO
               PERFORM PERGUNTA-CONTINUAR
           END-PERFORM.
           IF TEM-CADSOC2 EQUAL "S"
           IF TEM-CADMEST EQUAL "S"
               CLOSE CADMEST
           END-IF.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
           END-IF.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
           IF TEM-XREFCLI EQUAL "S"
               CLOSE XREFCLI
           END-IF.
           STOP RUN.

      * Cada fonte ausente so desliga o seu bloco da tela, com aviso
                   WS-MEST-STATUS "), CONSULTA SEM OS DADOS DO "
                   "MESTRE"
           END-IF.
      * Sem CREDSOC.DAT nenhuma baixa gerou credito ainda.
           OPEN INPUT CREDSOC.
           IF WS-CRED-STATUS EQUAL "00"
               MOVE "S" TO TEM-CREDSOC
           END-IF.
      * Sem CADDEP.DAT nenhum dependente foi incluido ainda.
           OPEN INPUT CADDEP.
           IF WS-DEP-STATUS EQUAL "00"
               MOVE "S" TO TEM-CADDEP
           END-IF.
      * Sem XREFCLI.DAT o casamento com os clientes de viagem ainda
      * nao rodou.
           OPEN INPUT XREFCLI.
           IF WS-XRF-STATUS EQUAL "00"
               MOVE "S" TO TEM-XREFCLI
           END-IF.

       CARREGA-ATRASADOS.
           MOVE "NAO" TO FIM-ARQ.
                       DISPLAY "  Telefone: (" MST-DDD ") "
                           MST-NUMERO-TEL
                       DISPLAY "  E-mail..: " MST-EMAIL
                       MOVE MST-CPF TO CPF-XRF-BUSCA
                       PERFORM CONSULTA-XREF
               END-READ
           END-IF.

      * Clientes de viagem com o CPF do socio, pela referencia
      * cruzada do casamento EM02-56 (a partir do codigo zero ate
      * mudar de CPF), com as divergencias entre os dois cadastros.
       CONSULTA-XREF.
           IF TEM-XREFCLI EQUAL "S"
               MOVE ZEROES TO CT-XRF-CPF
               MOVE CPF-XRF-BUSCA TO XRF-CPF
               MOVE ZEROES TO XRF-CODIGO
               MOVE "NAO" TO FIM-XRF
               START XREFCLI KEY NOT LESS THAN XRF-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-XRF
               END-START
               PERFORM UNTIL FIM-XRF EQUAL "SIM"
                   READ XREFCLI NEXT
                       AT END MOVE "SIM" TO FIM-XRF
                       NOT AT END
                           IF XRF-CPF NOT EQUAL CPF-XRF-BUSCA
                               MOVE "SIM" TO FIM-XRF
                           ELSE
                               PERFORM MOSTRA-XREF
                           END-IF
                   END-READ
               END-PERFORM
               IF CT-XRF-CPF EQUAL ZEROES
                   DISPLAY "  Nao e cliente de viagem (casamento "
                       "por CPF)."
               END-IF
           END-IF.

       MOSTRA-XREF.
           ADD 1 TO CT-XRF-CPF.
           DISPLAY "  Cliente de viagem: " XRF-CODIGO " - "
               XRF-NOME-CLI.
           IF XRF-QTD-VIS GREATER THAN ZEROES
               DISPLAY "    Visitas: " XRF-QTD-VIS "  ultima em "
                   XRF-DATA-ULT-VIS (7:2) "/"
                   XRF-DATA-ULT-VIS (5:2) "/"
                   XRF-DATA-ULT-VIS (1:4)
           END-IF.
           IF XRF-DIF-NOME EQUAL "S"
               DISPLAY "    Nome difere no cadastro de clientes."
           END-IF.
           IF XRF-DIF-ENDERECO EQUAL "S"
               DISPLAY "    Cidade/UF difere no cadastro de clientes."
           END-IF.
           IF XRF-DIF-TELEFONE EQUAL "S"
               DISPLAY "    Telefone difere no cadastro de clientes."
           END-IF.

      * Dependentes do socio no CADDEP, lidos pela chave a partir do
      * sequencial zero ate mudar de titular.
       CONSULTA-DEPENDENTES.
           IF TEM-CADDEP EQUAL "S"
               MOVE ZEROES TO CT-DEP-SOCIO
               MOVE WS-NUM-BUSCA TO DEP-NUM-SOCIO
               MOVE ZEROES TO DEP-SEQ
               MOVE "NAO" TO FIM-DEP
               START CADDEP KEY NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-DEP
               END-START
               PERFORM UNTIL FIM-DEP EQUAL "SIM"
                   READ CADDEP NEXT
                       AT END MOVE "SIM" TO FIM-DEP
                       NOT AT END
                           IF DEP-NUM-SOCIO NOT EQUAL WS-NUM-BUSCA
                               MOVE "SIM" TO FIM-DEP
                           ELSE
                               PERFORM MOSTRA-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               IF CT-DEP-SOCIO EQUAL ZEROES
                   DISPLAY "Sem dependentes no plano familiar."
               END-IF
           END-IF.

       MOSTRA-DEPENDENTE.
           ADD 1 TO CT-DEP-SOCIO.
           IF CT-DEP-SOCIO EQUAL 1
               DISPLAY "Dependentes do plano familiar:"
           END-IF.
           MOVE "OUTRO" TO PARENT-EDIT.
           IF DEP-CONJUGE
               MOVE "CONJUGE" TO PARENT-EDIT
           END-IF.
           IF DEP-FILHO
               MOVE "FILHO(A)" TO PARENT-EDIT
           END-IF.
           IF DEP-PAI-MAE
               MOVE "PAI/MAE" TO PARENT-EDIT
           END-IF.
           IF DEP-SIT-CANCELADO
               MOVE "CANCELADO" TO SIT-DEP-EDIT
           ELSE
               IF DEP-SIT-SUSPENSO
                   MOVE "SUSPENSO" TO SIT-DEP-EDIT
               ELSE
                   MOVE "ATIVO" TO SIT-DEP-EDIT
               END-IF
           END-IF.
           DISPLAY "  " DEP-SEQ " - " DEP-NOME " " PARENT-EDIT
               " " SIT-DEP-EDIT.
           DISPLAY "       CPF: " DEP-CPF "  Nascimento: "
               DEP-DD-NASC "/" DEP-MM-NASC "/" DEP-AA-NASC.

       CONSULTA-SOCIO.
           IF TEM-CADSOC2 EQUAL "S"
               MOVE WS-NUM-BUSCA TO NUM-SOCIO2
               DISPLAY "Sem pagamento no MOVPAG de hoje."
           END-IF.

      * Credito do socio: o que pagou a mais e ainda sera abatido
      * da mensalidade (ou devolvido).
       CONSULTA-CREDITO.
           IF TEM-CREDSOC EQUAL "S"
               MOVE WS-NUM-BUSCA TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       DISPLAY "Sem credito a abater."
                   NOT INVALID KEY
                       IF CRD-SALDO GREATER THAN ZEROES
                           MOVE CRD-SALDO TO WS-VALOR-EDIT
                           DISPLAY "Credito a abater (pago a mais): "
                               WS-VALOR-EDIT " desde "
                               CRD-DATA-ORIG (7:2) "/"
                               CRD-DATA-ORIG (5:2) "/"
                               CRD-DATA-ORIG (1:4)
                       ELSE
                           DISPLAY "Sem credito a abater."
                       END-IF
               END-READ
           END-IF.

       PERGUNTA-CONTINUAR.
           DISPLAY "Consultar outro socio (S/N)? ".
           ACCEPT WS-CONTINUAR.
