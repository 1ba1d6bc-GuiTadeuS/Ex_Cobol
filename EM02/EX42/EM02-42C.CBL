       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-42C.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       CAIXA DA RECEPCAO (no estilo do EM02-01C):
      *               recebe no balcao o pagamento em dinheiro ou
      *               cheque - consulta o socio no CADSOC2 (e no
      *               mestre CADMEST), aceita o valor e o codigo de
      *               pagamento validado na TABCPAG, imprime o
      *               recibo numerado e anexa o movimento ao MOVPAG
      *               com a proxima MOV-SEQ, para a baixa do EM02-03
      *               - acaba a papeleta digitada no dia seguinte.
      *               No fim do turno o operador faz o fechamento do
      *               caixa: informa o dinheiro e os cheques
      *               contados, o console compara com os recibos
      *               lancados por ele desde o ultimo fechamento e a
      *               diferenca sai impressa e gravada em FECHCX.DAT
      *               e no log de acesso, com o id do operador.
      *               O MOVPAG e recriado pelo retorno bancario da
      *               manha (EM02-22), que mantem nele os recebimentos
      *               do caixa (MOV-ORIGEM "C") ainda sem baixa no
      *               JRNPAG; o caixa anexa depois dele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC2 ASSIGN TO "CADSOC2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-SOCIO2
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT MOVPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.
      * Recibos emitidos no balcao e fechamentos de caixa.
           SELECT RECIBOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCB-STATUS.
           SELECT FECHCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCX-STATUS.
      * Recibos e comprovante de fechamento impressos na sessao.
           SELECT RELCAIXA ASSIGN TO DISK.
      * Referencia de codigos de pagamento, mantida pela
      * contabilidade.
           COPY TABCPAG-F.
      * Mestre de operadores e log de acesso dos consoles.
           COPY OPERSON-F.

       DATA DIVISION.
       FILE SECTION.

       FD CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".

       01 REG-SAI.
           02 NUM-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2    PIC X(30).
           02 VALOR-PAG2     PIC 9(09)V9(02).

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Movimento do dia para a baixa do EM02-03, layout
      * compartilhado em MOVREC.
       FD MOVPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAG.DAT".

       01 REG-MOV.
           COPY MOVREC.

      * Recibos do caixa, layout compartilhado em RECIBREC.
       FD RECIBOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECIBOS.DAT".

       01 REG-RCB.
           COPY RECIBREC.

      * Fechamentos de caixa por operador: o lancado nos recibos do
      * turno, o contado pelo operador e a diferenca.
       FD FECHCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FECHCX.DAT".

       01 REG-FCX.
           02 FCX-DATA-HORA  PIC 9(14).
           02 FCX-OPERADOR   PIC X(08).
           02 FCX-QTD-RECIB  PIC 9(05).
           02 FCX-DIN-LANC   PIC 9(09)V9(02).
           02 FCX-DIN-CONT   PIC 9(09)V9(02).
           02 FCX-CHQ-LANC   PIC 9(09)V9(02).
           02 FCX-CHQ-CONT   PIC 9(09)V9(02).
      * Contado - lancado, dinheiro e cheques juntos (negativo =
      * falta no caixa).
           02 FCX-DIFERENCA  PIC S9(09)V9(02) SIGN LEADING SEPARATE.

       FD RELCAIXA
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Referencia de codigos de pagamento.
       COPY TABCPAG-D.

      * Mestre de operadores e log de acesso.
       COPY OPERSON-D.

       WORKING-STORAGE SECTION.

      * Campos da identificacao de operador.
       COPY OPERSON-W.

      * Tabela de codigos de pagamento em memoria.
       COPY TABCPAG-W.
       77 WS-FILE-STATUS PIC X(02).
       77 WS-MEST-STATUS PIC X(02).
       77 WS-MOV-STATUS  PIC X(02).
       77 WS-RCB-STATUS  PIC X(02).
       77 WS-FCX-STATUS  PIC X(02).
       77 WS-CONTINUAR   PIC X(01) VALUE "S".
       77 WS-OPCAO       PIC X(01).
       77 WS-CONFIRMA    PIC X(01).
       77 WS-NUM-BUSCA   PIC 9(06).
       77 WS-COD-PAG     PIC 9(02).
       77 WS-FORMA       PIC X(01).
       77 WS-VALOR-EDIT  PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-EDIT    PIC -ZZ.ZZZ.ZZ9,99.
       77 FIM-ARQ        PIC X(03).
       77 TEM-CADSOC2    PIC X(01) VALUE "N".
       77 TEM-CADMEST    PIC X(01) VALUE "N".
       77 RECEBE         PIC X(01).
       77 NOME-RECIBO    PIC X(30).
       77 RECIBO-GRAVADO PIC X(01).

      * Ultimo recibo emitido e ultima sequencia do MOVPAG; cada
      * pagamento recebido usa o seguinte de cada um.
       77 ULT-RECIBO     PIC 9(07) VALUE ZEROES.
       77 ULT-MOV-SEQ    PIC 9(06) VALUE ZEROES.

      * Data e hora do recibo corrente.
       01 AGORA.
          02 AGORA-DATA.
             03 AGORA-AA  PIC 9(04).
             03 AGORA-MM  PIC 9(02).
             03 AGORA-DD  PIC 9(02).
          02 AGORA-HORA.
             03 AGORA-HH  PIC 9(02).
             03 AGORA-MI  PIC 9(02).
             03 AGORA-SS  PIC 9(02).
       01 AGORA-NUM REDEFINES AGORA PIC 9(14).

      * Valor digitado no console com virgula decimal ("150,00" ou
      * "150"): parte inteira realinhada a direita e centavos
      * completados com zero antes da conversao.
       77 ENTRADA        PIC X(30).
       77 PARTE-INT      PIC X(30).
       77 PARTE-DEC      PIC X(30).
       77 TAM-INT        PIC 9(02).
       77 TAM-DEC        PIC 9(02).
       77 POS-ENT        PIC 9(02).
       77 ERRO-VALIDACAO PIC X(01).
       01 VALOR-DIG-X.
          02 VALOR-DIG-INT PIC X(09).
          02 VALOR-DIG-DEC PIC X(02).
       01 VALOR-DIG REDEFINES VALOR-DIG-X PIC 9(09)V9(02).

      * Turno do operador no fechamento: ultimo fechamento dele e o
      * lancado nos recibos emitidos depois.
       77 ULT-FECHA-OPER PIC 9(14).
       77 CT-RECIB-TURNO PIC 9(05).
       77 DIN-LANCADO    PIC 9(09)V9(02).
       77 CHQ-LANCADO    PIC 9(09)V9(02).
       77 DIN-CONTADO    PIC 9(09)V9(02).
       77 CHQ-CONTADO    PIC 9(09)V9(02).
       77 DIF-DINHEIRO   PIC S9(09)V9(02).
       77 DIF-CHEQUE     PIC S9(09)V9(02).
       77 DIF-TOTAL      PIC S9(09)V9(02).

       01 LIN-CAB-01.
          02 FILLER PIC X(31) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(32) VALUE SPACES.

       01 LIN-RECIBO-01.
          02 FILLER     PIC X(30) VALUE SPACES.
          02 FILLER     PIC X(11) VALUE "RECIBO NO. ".
          02 NUM-REC    PIC 9(07).
          02 FILLER     PIC X(32) VALUE SPACES.

       01 LIN-RECIBO-02.
          02 FILLER     PIC X(20) VALUE "RECEBEMOS DO SOCIO  ".
          02 SOCIO-REC  PIC 9(06).
          02 FILLER     PIC X(03) VALUE " - ".
          02 NOME-REC   PIC X(30).

       01 LIN-RECIBO-03.
          02 FILLER     PIC X(20) VALUE "A IMPORTANCIA DE R$ ".
          02 VALOR-REC  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER     PIC X(04) VALUE " EM ".
          02 FORMA-REC  PIC X(08).

       01 LIN-RECIBO-04.
          02 FILLER     PIC X(20) VALUE "REFERENTE A         ".
          02 CODPAG-REC PIC 99.
          02 FILLER     PIC X(03) VALUE " - ".
          02 DESC-REC   PIC X(20).

       01 LIN-RECIBO-05.
          02 FILLER     PIC X(20) VALUE "SAO PAULO,          ".
          02 DD-REC     PIC 99.
          02 FILLER     PIC X(01) VALUE "/".
          02 MM-REC     PIC 99.
          02 FILLER     PIC X(01) VALUE "/".
          02 AA-REC     PIC 9999.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 HH-REC     PIC 99.
          02 FILLER     PIC X(01) VALUE ":".
          02 MI-REC     PIC 99.
          02 FILLER     PIC X(10) VALUE "   CAIXA: ".
          02 OPER-REC   PIC X(08).

       01 LIN-RECIBO-06.
          02 FILLER PIC X(40) VALUE
              "________________________________________".

       01 LIN-FECHA-01.
          02 FILLER     PIC X(25) VALUE SPACES.
          02 FILLER     PIC X(30) VALUE
              "FECHAMENTO DO CAIXA - OPERADOR".
          02 FILLER     PIC X(01) VALUE SPACES.
          02 OPER-FCH   PIC X(08).

       01 LIN-FECHA-02.
          02 FILLER     PIC X(20) VALUE "TURNO ENCERRADO EM  ".
          02 DD-FCH     PIC 99.
          02 FILLER     PIC X(01) VALUE "/".
          02 MM-FCH     PIC 99.
          02 FILLER     PIC X(01) VALUE "/".
          02 AA-FCH     PIC 9999.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 HH-FCH     PIC 99.
          02 FILLER     PIC X(01) VALUE ":".
          02 MI-FCH     PIC 99.
          02 FILLER     PIC X(04) VALUE SPACES.
          02 QTD-FCH    PIC ZZ.ZZ9.
          02 FILLER     PIC X(08) VALUE " RECIBOS".

       01 LIN-FECHA-03.
          02 FILLER     PIC X(12) VALUE SPACES.
          02 FILLER     PIC X(45) VALUE
              "       LANCADO        CONTADO      DIFERENCA".

       01 LIN-FECHA-DET.
          02 FORMA-FCH  PIC X(12).
          02 LANC-FCH   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 CONT-FCH   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER     PIC X(01) VALUE SPACES.
          02 DIF-FCH    PIC -ZZ.ZZZ.ZZ9,99.

       01 LIN-FECHA-04.
          02 FILLER     PIC X(30) VALUE
              "DIFERENCA TOTAL DO CAIXA......".
          02 FILLER     PIC X(12) VALUE SPACES.
          02 DIFTOT-FCH PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 SIT-FCH    PIC X(16).

       PROCEDURE DIVISION.

       PGM-EM02-42C.
      * Identificacao verificada do operador (nivel 2 = digitacao);
      * cada recibo e cada fechamento sai no log de acesso com o id
      * dele.
           MOVE "EM02-42C" TO SON-PROGRAMA.
           MOVE 2 TO SON-NIVEL-EXIGIDO.
           PERFORM SIGNON-OPERADOR.
           IF SON-OK NOT EQUAL "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRE-ARQUIVOS.
           PERFORM LE-TABCPAG.
           PERFORM CARREGA-ULT-RECIBO.
           PERFORM CARREGA-ULT-MOV-SEQ.
           PERFORM UNTIL WS-CONTINUAR NOT EQUAL "S"
               DISPLAY " "
               DISPLAY "R = recebimento no balcao"
               DISPLAY "F = fechamento do caixa (fim do turno)"
               DISPLAY "Opcao (R/F): "
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL "R"
                   PERFORM RECEBIMENTO
               ELSE
                   IF WS-OPCAO EQUAL "F"
                       PERFORM FECHAMENTO-CAIXA
                   ELSE
                       DISPLAY "Opcao invalida."
                   END-IF
               END-IF
               DISPLAY "Outra operacao (S/N)? "
               ACCEPT WS-CONTINUAR
           END-PERFORM.
           IF TEM-CADSOC2 EQUAL "S"
               CLOSE CADSOC2
           END-IF.
           IF TEM-CADMEST EQUAL "S"
               CLOSE CADMEST
           END-IF.
           CLOSE RELCAIXA.
           STOP RUN.

      * CADSOC2 e CADMEST so enriquecem a tela - o caixa nao para
      * sem eles, com aviso.
       ABRE-ARQUIVOS.
           OPEN INPUT CADSOC2.
           IF WS-FILE-STATUS EQUAL "00"
               MOVE "S" TO TEM-CADSOC2
           ELSE
               DISPLAY "EM02-42C: CADSOC2 NAO ABRE (STATUS "
                   WS-FILE-STATUS "), CAIXA SEM O SALDO BAIXADO"
           END-IF.
           OPEN INPUT CADMEST.
           IF WS-MEST-STATUS EQUAL "00"
               MOVE "S" TO TEM-CADMEST
           ELSE
               DISPLAY "EM02-42C: CADMEST NAO ABRE (STATUS "
                   WS-MEST-STATUS "), CAIXA SEM A CONFERENCIA DO "
                   "MESTRE"
           END-IF.
           OPEN OUTPUT RELCAIXA.

      * O numero do recibo continua do ultimo emitido em RECIBOS.DAT
      * (o primeiro recibo da casa e o 1).
       CARREGA-ULT-RECIBO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RECIBOS.
           IF WS-RCB-STATUS EQUAL "00"
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ RECIBOS
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF RCB-NUMERO NUMERIC AND
                              RCB-NUMERO GREATER THAN ULT-RECIBO
                               MOVE RCB-NUMERO TO ULT-RECIBO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.

      * A sequencia do movimento continua da maior MOV-SEQ ja no
      * MOVPAG (retorno bancario da manha ou caixa anterior): o
      * controle de reexecucao do EM02-03 pede sequencia preenchida.
       CARREGA-ULT-MOV-SEQ.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MOVPAG.
           IF WS-MOV-STATUS EQUAL "00"
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ MOVPAG
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF MOV-SEQ NUMERIC AND
                              MOV-SEQ GREATER THAN ULT-MOV-SEQ
                               MOVE MOV-SEQ TO ULT-MOV-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVPAG
           END-IF.

      *----------------------------------------------------------------
      * Recebimento no balcao.
      *----------------------------------------------------------------
       RECEBIMENTO.
           MOVE "S" TO RECEBE.
           MOVE SPACES TO NOME-RECIBO.
           DISPLAY "Numero do socio: ".
           ACCEPT WS-NUM-BUSCA.
           PERFORM CONFERE-MESTRE.
           IF RECEBE EQUAL "S"
               PERFORM CONFERE-CADSOC2
           END-IF.
           IF RECEBE EQUAL "S"
               PERFORM PEDE-VALOR
           END-IF.
           IF RECEBE EQUAL "S"
               PERFORM PEDE-COD-PAG
           END-IF.
           IF RECEBE EQUAL "S"
               PERFORM PEDE-FORMA
           END-IF.
           IF RECEBE EQUAL "S"
               MOVE VALOR-DIG TO WS-VALOR-EDIT
               DISPLAY "Confirma o recebimento de " WS-VALOR-EDIT
                   " do socio " WS-NUM-BUSCA " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S"
                   PERFORM GRAVA-RECEBIMENTO
               ELSE
                   DISPLAY "Recebimento cancelado, nada gravado."
               END-IF
           END-IF.

      * Socio inexistente no mestre nao recebe - o EM02-03
      * rejeitaria o movimento. Sem CADMEST, segue sem conferir.
       CONFERE-MESTRE.
           IF TEM-CADMEST EQUAL "S"
               MOVE WS-NUM-BUSCA TO MST-NUM-SOCIO
               READ CADMEST
                   INVALID KEY
                       DISPLAY "Socio " WS-NUM-BUSCA
                           " nao consta no mestre CADMEST - "
                           "recebimento recusado."
                       MOVE "N" TO RECEBE
                   NOT INVALID KEY
                       MOVE MST-NOME TO NOME-RECIBO
                       DISPLAY "Socio " MST-NUM-SOCIO " - " MST-NOME
                       IF NOT MST-SIT-ATIVO
                           DISPLAY "  ATENCAO: associacao com "
                               "situacao " MST-SITUACAO
                       END-IF
               END-READ
           END-IF.

      * Socio ja quitado no CADSOC2: o valor viraria credito; o
      * operador confirma antes de receber.
       CONFERE-CADSOC2.
           IF TEM-CADSOC2 EQUAL "S"
               MOVE WS-NUM-BUSCA TO NUM-SOCIO2
               READ CADSOC2
                   INVALID KEY
                       DISPLAY "Sem baixa no CADSOC2 (pagamento em "
                           "aberto)."
                   NOT INVALID KEY
                       IF NOME-RECIBO EQUAL SPACES
                           MOVE NOME-SOCIO2 TO NOME-RECIBO
                       END-IF
                       MOVE VALOR-PAG2 TO WS-VALOR-EDIT
                       DISPLAY "Pagamento ja baixado, valor: "
                           WS-VALOR-EDIT
                       DISPLAY "Receber mesmo assim (vira credito "
                           "do socio) (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA NOT EQUAL "S"
                           MOVE "N" TO RECEBE
                       END-IF
               END-READ
           END-IF.

       PEDE-VALOR.
           DISPLAY "Valor recebido (ex.: 150,00): ".
           PERFORM ACEITA-VALOR.
           IF ERRO-VALIDACAO EQUAL "S"
               MOVE "N" TO RECEBE
           ELSE
               IF VALOR-DIG EQUAL ZEROES
                   DISPLAY "Valor zero recusado."
                   MOVE "N" TO RECEBE
               END-IF
           END-IF.

      * Codigo inexistente ou inativo na TABCPAG nao passa; sem a
      * tabela o codigo segue sem validacao (LE-TABCPAG ja avisou).
       PEDE-COD-PAG.
           DISPLAY "Codigo de pagamento: ".
           ACCEPT WS-COD-PAG.
           MOVE SPACES TO DESC-CPAG-REF.
           IF QTD-CPAG-REF GREATER THAN 0
               MOVE WS-COD-PAG TO COD-CPAG-BUSCA
               PERFORM BUSCA-CPAG-REF
               IF ACHOU-CPAG-REF NOT EQUAL "S"
                   DISPLAY "Codigo " WS-COD-PAG " nao consta na "
                       "TABCPAG - recebimento recusado."
                   MOVE "N" TO RECEBE
               ELSE
                   IF ATIVO-CPAG-REF NOT EQUAL "S"
                       DISPLAY "Codigo " WS-COD-PAG " (" DESC-CPAG-REF
                           ") inativo na TABCPAG - recebimento "
                           "recusado."
                       MOVE "N" TO RECEBE
                   ELSE
                       DISPLAY "  " DESC-CPAG-REF
                   END-IF
               END-IF
           END-IF.

       PEDE-FORMA.
           DISPLAY "Forma (D = dinheiro, C = cheque): ".
           ACCEPT WS-FORMA.
           IF WS-FORMA NOT EQUAL "D" AND WS-FORMA NOT EQUAL "C"
               DISPLAY "Forma invalida - recebimento recusado."
               MOVE "N" TO RECEBE
           END-IF.

      * Movimento no MOVPAG primeiro: sem ele o recibo nao sai (o
      * socio pagaria e a baixa nao viria). Cada gravacao abre e
      * fecha o arquivo, para o que ja foi recebido sobreviver a
      * uma queda do console.
       GRAVA-RECEBIMENTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AGORA.
           OPEN EXTEND MOVPAG.
           IF WS-MOV-STATUS EQUAL "35"
               OPEN OUTPUT MOVPAG
           END-IF.
           IF WS-MOV-STATUS NOT EQUAL "00"
               DISPLAY "EM02-42C: ERRO AO ABRIR MOVPAG, STATUS "
                   WS-MOV-STATUS " - recebimento NAO gravado, "
                   "recibo nao emitido."
           ELSE
               ADD 1 TO ULT-MOV-SEQ
               MOVE WS-NUM-BUSCA TO MOV-NUM-SOCIO
               MOVE AGORA-DD     TO MOV-DD
               MOVE AGORA-MM     TO MOV-MM
               MOVE AGORA-AA     TO MOV-AA
               MOVE VALOR-DIG    TO MOV-VALOR
               MOVE WS-COD-PAG   TO MOV-COD-PAG
               MOVE ULT-MOV-SEQ  TO MOV-SEQ
               MOVE "C"          TO MOV-ORIGEM
               WRITE REG-MOV
               IF WS-MOV-STATUS NOT EQUAL "00"
                   DISPLAY "EM02-42C: ERRO AO GRAVAR MOVPAG, STATUS "
                       WS-MOV-STATUS " - recebimento NAO gravado, "
                       "recibo nao emitido."
                   SUBTRACT 1 FROM ULT-MOV-SEQ
                   CLOSE MOVPAG
               ELSE
                   CLOSE MOVPAG
                   ADD 1 TO ULT-RECIBO
                   PERFORM GRAVA-RECIBO
                   IF RECIBO-GRAVADO EQUAL "S"
                       PERFORM IMPRIME-RECIBO
                       DISPLAY "Recibo " ULT-RECIBO
                           " emitido, movimento " ULT-MOV-SEQ
                           " anexado ao MOVPAG."
                       MOVE SPACES TO SON-FUNCAO
                       STRING "RECIBO " ULT-RECIBO " SOCIO "
                           WS-NUM-BUSCA
                           DELIMITED BY SIZE INTO SON-FUNCAO
                       PERFORM GRAVA-ACESSO
                   END-IF
               END-IF
           END-IF.

      * O movimento ja esta no MOVPAG quando o recibo e gravado: se o
      * RECIBOS.DAT falhar, o recibo nao sai (nao ficaria registro
      * dele para o fechamento do caixa nem para a segunda via) e o
      * operador e avisado de que o recebimento foi lancado, para
      * nao lancar o mesmo pagamento outra vez.
       GRAVA-RECIBO.
           MOVE "N"          TO RECIBO-GRAVADO.
           MOVE ULT-RECIBO   TO RCB-NUMERO.
           MOVE AGORA-NUM    TO RCB-DATA-HORA.
           MOVE SON-OPERADOR TO RCB-OPERADOR.
           MOVE WS-NUM-BUSCA TO RCB-NUM-SOCIO.
           MOVE VALOR-DIG    TO RCB-VALOR.
           MOVE WS-COD-PAG   TO RCB-COD-PAG.
           MOVE WS-FORMA     TO RCB-FORMA.
           MOVE ULT-MOV-SEQ  TO RCB-MOV-SEQ.
           OPEN EXTEND RECIBOS.
           IF WS-RCB-STATUS EQUAL "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           IF WS-RCB-STATUS NOT EQUAL "00"
               DISPLAY "EM02-42C: ERRO AO ABRIR RECIBOS, STATUS "
                   WS-RCB-STATUS
           ELSE
               WRITE REG-RCB
               IF WS-RCB-STATUS NOT EQUAL "00"
                   DISPLAY "EM02-42C: ERRO AO GRAVAR RECIBOS, STATUS "
                       WS-RCB-STATUS
               ELSE
                   MOVE "S" TO RECIBO-GRAVADO
               END-IF
               CLOSE RECIBOS
           END-IF.
           IF RECIBO-GRAVADO NOT EQUAL "S"
               DISPLAY "EM02-42C: movimento " ULT-MOV-SEQ
                   " JA GRAVADO no MOVPAG, recibo NAO emitido - "
                   "nao receba de novo, chame o supervisor."
               SUBTRACT 1 FROM ULT-RECIBO
           END-IF.

       IMPRIME-RECIBO.
           MOVE ULT-RECIBO   TO NUM-REC.
           MOVE WS-NUM-BUSCA TO SOCIO-REC.
           MOVE NOME-RECIBO  TO NOME-REC.
           MOVE VALOR-DIG    TO VALOR-REC.
           IF WS-FORMA EQUAL "D"
               MOVE "DINHEIRO" TO FORMA-REC
           ELSE
               MOVE "CHEQUE"   TO FORMA-REC
           END-IF.
           MOVE WS-COD-PAG    TO CODPAG-REC.
           MOVE DESC-CPAG-REF TO DESC-REC.
           MOVE AGORA-DD TO DD-REC.
           MOVE AGORA-MM TO MM-REC.
           MOVE AGORA-AA TO AA-REC.
           MOVE AGORA-HH TO HH-REC.
           MOVE AGORA-MI TO MI-REC.
           MOVE SON-OPERADOR TO OPER-REC.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM LIN-CAB-01    AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-RECIBO-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-RECIBO-02 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM LIN-RECIBO-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LIN-RECIBO-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM LIN-RECIBO-05 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-RECIBO-06 AFTER ADVANCING 3 LINES.

      *----------------------------------------------------------------
      * Fechamento do caixa do operador.
      *----------------------------------------------------------------
      * O operador informa o contado ANTES de ver o lancado; o turno
      * sao os recibos dele emitidos depois do ultimo fechamento.
       FECHAMENTO-CAIXA.
           DISPLAY "Dinheiro contado no caixa (ex.: 1500,00): ".
           PERFORM ACEITA-VALOR.
           IF ERRO-VALIDACAO EQUAL "S"
               DISPLAY "Fechamento cancelado."
           ELSE
               MOVE VALOR-DIG TO DIN-CONTADO
               DISPLAY "Total dos cheques contados (ex.: 300,00): "
               PERFORM ACEITA-VALOR
               IF ERRO-VALIDACAO EQUAL "S"
                   DISPLAY "Fechamento cancelado."
               ELSE
                   MOVE VALOR-DIG TO CHQ-CONTADO
                   PERFORM APURA-TURNO
                   PERFORM GRAVA-FECHAMENTO
                   PERFORM IMPRIME-FECHAMENTO
               END-IF
           END-IF.

       APURA-TURNO.
           MOVE ZEROES TO ULT-FECHA-OPER.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FECHCX.
           IF WS-FCX-STATUS EQUAL "00"
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ FECHCX
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF FCX-OPERADOR EQUAL SON-OPERADOR AND
                              FCX-DATA-HORA GREATER THAN
                              ULT-FECHA-OPER
                               MOVE FCX-DATA-HORA TO ULT-FECHA-OPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHCX
           END-IF.
           MOVE ZEROES TO CT-RECIB-TURNO.
           MOVE ZEROES TO DIN-LANCADO.
           MOVE ZEROES TO CHQ-LANCADO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RECIBOS.
           IF WS-RCB-STATUS EQUAL "00"
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ RECIBOS
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF RCB-OPERADOR EQUAL SON-OPERADOR AND
                              RCB-DATA-HORA GREATER THAN
                              ULT-FECHA-OPER
                               ADD 1 TO CT-RECIB-TURNO
                               IF RCB-CHEQUE
                                   ADD RCB-VALOR TO CHQ-LANCADO
                               ELSE
                                   ADD RCB-VALOR TO DIN-LANCADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           COMPUTE DIF-DINHEIRO = DIN-CONTADO - DIN-LANCADO.
           COMPUTE DIF-CHEQUE   = CHQ-CONTADO - CHQ-LANCADO.
           COMPUTE DIF-TOTAL    = DIF-DINHEIRO + DIF-CHEQUE.

      * O fechamento gravado encerra o turno: os recibos seguintes
      * do operador ja sao do proximo.
       GRAVA-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AGORA.
           MOVE AGORA-NUM      TO FCX-DATA-HORA.
           MOVE SON-OPERADOR   TO FCX-OPERADOR.
           MOVE CT-RECIB-TURNO TO FCX-QTD-RECIB.
           MOVE DIN-LANCADO    TO FCX-DIN-LANC.
           MOVE DIN-CONTADO    TO FCX-DIN-CONT.
           MOVE CHQ-LANCADO    TO FCX-CHQ-LANC.
           MOVE CHQ-CONTADO    TO FCX-CHQ-CONT.
           MOVE DIF-TOTAL      TO FCX-DIFERENCA.
           OPEN EXTEND FECHCX.
           IF WS-FCX-STATUS EQUAL "35"
               OPEN OUTPUT FECHCX
           END-IF.
           WRITE REG-FCX.
           CLOSE FECHCX.
           MOVE DIF-TOTAL TO WS-DIF-EDIT.
           MOVE SPACES TO SON-FUNCAO.
           IF DIF-DINHEIRO EQUAL ZEROES AND DIF-CHEQUE EQUAL ZEROES
               MOVE "FECHA CAIXA SEM DIFERENCA" TO SON-FUNCAO
               DISPLAY "Caixa fechado sem diferenca ("
                   CT-RECIB-TURNO " recibos no turno)."
           ELSE
               STRING "FECHA CAIXA DIF " WS-DIF-EDIT
                   DELIMITED BY SIZE INTO SON-FUNCAO
               DISPLAY "CAIXA COM DIFERENCA: " WS-DIF-EDIT
                   " (contado - lancado) - ver o comprovante "
                   "impresso."
           END-IF.
           PERFORM GRAVA-ACESSO.

       IMPRIME-FECHAMENTO.
           MOVE SON-OPERADOR TO OPER-FCH.
           MOVE AGORA-DD TO DD-FCH.
           MOVE AGORA-MM TO MM-FCH.
           MOVE AGORA-AA TO AA-FCH.
           MOVE AGORA-HH TO HH-FCH.
           MOVE AGORA-MI TO MI-FCH.
           MOVE CT-RECIB-TURNO TO QTD-FCH.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM LIN-CAB-01   AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-FECHA-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-FECHA-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-FECHA-03 AFTER ADVANCING 2 LINES.
           MOVE "DINHEIRO"   TO FORMA-FCH.
           MOVE DIN-LANCADO  TO LANC-FCH.
           MOVE DIN-CONTADO  TO CONT-FCH.
           MOVE DIF-DINHEIRO TO DIF-FCH.
           WRITE REG-REL FROM LIN-FECHA-DET AFTER ADVANCING 1 LINE.
           MOVE "CHEQUES"    TO FORMA-FCH.
           MOVE CHQ-LANCADO  TO LANC-FCH.
           MOVE CHQ-CONTADO  TO CONT-FCH.
           MOVE DIF-CHEQUE   TO DIF-FCH.
           WRITE REG-REL FROM LIN-FECHA-DET AFTER ADVANCING 1 LINE.
           MOVE DIF-TOTAL TO DIFTOT-FCH.
           IF DIF-DINHEIRO EQUAL ZEROES AND DIF-CHEQUE EQUAL ZEROES
               MOVE "CAIXA CONFERE" TO SIT-FCH
           ELSE
               MOVE "CAIXA DIVERGENTE" TO SIT-FCH
           END-IF.
           WRITE REG-REL FROM LIN-FECHA-04 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM LIN-RECIBO-06 AFTER ADVANCING 3 LINES.

      *----------------------------------------------------------------
      * Rotinas comuns.
      *----------------------------------------------------------------
      * Le um valor em reais do console, com virgula decimal
      * opcional e ate 2 casas: vazio, nao numerico ou longo demais
      * e recusado (ERRO-VALIDACAO "S").
       ACEITA-VALOR.
           MOVE "S" TO ERRO-VALIDACAO.
           MOVE SPACES TO ENTRADA.
           ACCEPT ENTRADA.
           IF ENTRADA NOT EQUAL SPACES
               MOVE SPACES TO PARTE-INT
               MOVE SPACES TO PARTE-DEC
               MOVE 0 TO TAM-INT
               MOVE 0 TO TAM-DEC
               UNSTRING ENTRADA DELIMITED BY "," OR ALL SPACE
                   INTO PARTE-INT COUNT IN TAM-INT
                        PARTE-DEC COUNT IN TAM-DEC
               END-UNSTRING
               IF TAM-INT EQUAL 0 OR TAM-INT GREATER THAN 9 OR
                  TAM-DEC GREATER THAN 2
                   DISPLAY "Valor invalido recusado."
               ELSE
                   MOVE ALL "0" TO VALOR-DIG-X
                   COMPUTE POS-ENT = 10 - TAM-INT
                   MOVE PARTE-INT (1:TAM-INT)
                       TO VALOR-DIG-INT (POS-ENT : TAM-INT)
                   IF TAM-DEC GREATER THAN 0
                       MOVE PARTE-DEC (1:TAM-DEC)
                           TO VALOR-DIG-DEC (1:TAM-DEC)
                   END-IF
                   IF VALOR-DIG-X IS NUMERIC
                       MOVE "N" TO ERRO-VALIDACAO
                   ELSE
                       DISPLAY "Valor nao numerico recusado."
                   END-IF
               END-IF
           END-IF.

       COPY TABCPAG-P.

       COPY OPERSON-P.
