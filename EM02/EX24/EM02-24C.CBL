      *               os digitos verificadores antes da leitura -
      *               para o balcao atender o socio que chega sem a
      *               carteirinha, sem ligar para a retaguarda.
      *               Mostra tambem se o socio e cliente de viagem,
      *               pela referencia cruzada XREFCLI do EM02-56.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
      * Referencia cruzada socio x cliente de viagem (EM02-56).
           SELECT XREFCLI ASSIGN TO "XREFCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-CHAVE
           FILE STATUS IS WS-XRF-STATUS.
      * Mestre de operadores e log de acesso dos consoles.
           COPY OPERSON-F.

       01 REG-MEST.
           COPY SOCREC.

      * Referencia cruzada, layout compartilhado em XREFREC.
       FD XREFCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "XREFCLI.DAT".

       01 REG-XRF.
           COPY XREFREC.

      * Mestre de operadores e log de acesso.
       COPY OPERSON-D.

      * Campos da identificacao de operador.
       COPY OPERSON-W.
       77 WS-MEST-STATUS PIC X(02).
       77 WS-XRF-STATUS  PIC X(02).
       77 TEM-XREFCLI    PIC X(01) VALUE "N".
       77 FIM-XRF        PIC X(03).
       77 CT-XRF-CPF     PIC 9(02).
       77 CPF-XRF-BUSCA  PIC 9(11).
       77 WS-CONTINUAR   PIC X(01) VALUE "S".
       77 WS-CPF-BUSCA   PIC 9(11).

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sem XREFCLI.DAT o casamento ainda nao rodou: a consulta segue
      * sem o bloco de cliente de viagem.
           OPEN INPUT XREFCLI.
           IF WS-XRF-STATUS EQUAL "00"
               MOVE "S" TO TEM-XREFCLI
           END-IF.
           PERFORM UNTIL WS-CONTINUAR NOT EQUAL "S"
               PERFORM SOLICITA-CPF
               IF ERRO-CPF-COMUM EQUAL "S"
               PERFORM PERGUNTA-CONTINUAR
           END-PERFORM.
           CLOSE CADMEST.
           IF TEM-XREFCLI EQUAL "S"
               CLOSE XREFCLI
           END-IF.
           STOP RUN.

       SOLICITA-CPF.
                   DISPLAY "  CEP.....: " MST-CEP
                   DISPLAY "  Telefone: (" MST-DDD ") " MST-NUMERO-TEL
                   DISPLAY "  E-mail..: " MST-EMAIL
                   MOVE MST-CPF TO CPF-XRF-BUSCA
                   PERFORM CONSULTA-XREF
           END-READ.

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

       PERGUNTA-CONTINUAR.
           DISPLAY "Consultar outro CPF (S/N)? ".
           ACCEPT WS-CONTINUAR.
