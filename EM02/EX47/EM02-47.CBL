       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-47.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       RELATORIO DE ACESSO DO TITULAR DE DADOS (LGPD):
      *               para cada pedido do lote SOLLGPD (protocolo,
      *               CPF e o nome informado pelo titular) imprime,
      *               numa secao propria, todo registro ligado ao CPF
      *               em todos os arquivos que guardam dado pessoal -
      *               mestre de socios CADMEST e dependentes CADDEP
      *               (pelas chaves alternadas de CPF), controle de
      *               negativacao SPCCTL, referencia cruzada socio x
      *               cliente XREFCLI, cadastro de
      *               clientes CADCLI com o historico de visitas e o
      *               arquivo morto ARQVISA, cadastro validado CADOK,
      *               rejeitados REJCLI, extracoes de marketing EXTMKT
      *               e EXTINAT e o historico escolar HISTALUN. O
      *               HISTALUN nao guarda CPF: la a busca e pelo nome
      *               do titular achado nos demais arquivos ou
      *               informado no pedido, e a linha sai marcada para
      *               o encarregado conferir. Arquivo ausente sai
      *               apontado na secao, para a resposta nao parecer
      *               completa sem ser. Cada pedido atendido vai para
      *               o log de protecao de dados LOGLGPD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOL-STATUS.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
      * Negativacao (EM02-39), chave do socio: varrido pelo CPF
      * enviado na inclusao.
           SELECT SPCCTL ASSIGN TO "SPCCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPC-NUM-SOCIO
           FILE STATUS IS WS-SPC-STATUS.
      * Referencia cruzada do EM02-56, chave CPF + codigo.
           SELECT XREFCLI ASSIGN TO "XREFCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-CHAVE
           FILE STATUS IS WS-XRF-STATUS.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
      * Arquivo morto de visitas, pela chave do cliente achado no
      * CADCLI.
           COPY ARQVISA-F.
           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OK-STATUS.
           SELECT REJCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.
           SELECT EXTMKT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MKT-STATUS.
           SELECT EXTINAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INAT-STATUS.
           SELECT HISTALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
      * Log permanente de protecao de dados, anexado a cada pedido.
           SELECT LOGLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
           SELECT RELLGPD ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Pedido do titular: protocolo do atendimento, CPF e o nome
      * informado (opcional, usado so na busca do HISTALUN).
       FD SOLLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SOLLGPD.DAT".

       01 REG-SOL.
           02 SOL-PROTOCOLO PIC X(10).
           02 SOL-CPF       PIC 9(11).
           02 SOL-NOME      PIC X(30).

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Cadastro de dependentes, layout compartilhado em DEPREC.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           COPY DEPREC.

      * Controle de negativacao, layout compartilhado em SPCREC.
       FD SPCCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SPCCTL.DAT".

       01 REG-SPC.
           COPY SPCREC.

      * Referencia cruzada socio x cliente, layout compartilhado em
      * XREFREC.
       FD XREFCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "XREFCLI.DAT".

       01 REG-XRF.
           COPY XREFREC.

      * Cadastro de clientes, layout compartilhado em CLIREC.
       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

       01 REG-CLI.
           COPY CLIREC.

      * Arquivo morto de visitas, layout compartilhado em VISAREC.
       FD ARQVISA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVISA.DAT".

       01 REG-VISA.
           COPY VISAREC.

      * Cadastro validado pelo EX06 (mesmo layout lido pelo
      * EM02-13).
       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".

       01 REGOK.
           02 CPF-OK      PIC 9(11).
           02 NOME-OK     PIC X(30).
           02 ESTADO-OK   PIC X(02).
           02 CIDADE-OK   PIC X(30).
           02 EMAIL-OK    PIC X(30).
           02 TELEFONE-OK PIC 9(10).
           02 DATA-OK.
              03 DD-OK    PIC 9(02).
              03 MM-OK    PIC 9(02).
              03 AA-OK    PIC 9(04).

      * Clientes rejeitados, layout compartilhado em REJREC.
       FD REJCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJCLI.DAT".

       01 REG-REJ.
           COPY REJREC.

      * Interfaces de marketing, lidas pelos layouts de detalhe do
      * EM02-13 e do EM02-34 (ver WORKING-STORAGE).
       FD EXTMKT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXTMKT.DAT".

       01 REG-MKT PIC X(130).

       FD EXTINAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXTINAT.DAT".

       01 REG-INAT PIC X(140).

      * Historico escolar permanente, layout compartilhado em
      * HISALREC.
       FD HISTALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTALUN.DAT".

       01 REG-HIST.
           COPY HISALREC.

      * Log de protecao de dados, layout compartilhado em LGPDREC.
       FD LOGLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGLGPD.DAT".

       01 REG-LOG.
           COPY LGPDREC.

       FD RELLGPD
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-BUSCA  PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(03) VALUE ZEROES.
       77 WS-SOL-STATUS  PIC X(02).
       77 WS-MEST-STATUS PIC X(02).
       77 WS-DEP-STATUS  PIC X(02).
       77 WS-SPC-STATUS  PIC X(02).
       77 WS-XRF-STATUS  PIC X(02).
       77 WS-CLI-STATUS  PIC X(02).
       77 WS-VISA-STATUS PIC X(02).
       77 WS-OK-STATUS   PIC X(02).
       77 WS-REJ-STATUS  PIC X(02).
       77 WS-MKT-STATUS  PIC X(02).
       77 WS-INAT-STATUS PIC X(02).
       77 WS-HIST-STATUS PIC X(02).
       77 WS-LOG-STATUS  PIC X(02).
       77 TEM-CADMEST    PIC X(01) VALUE "N".
       77 TEM-CADDEP     PIC X(01) VALUE "N".
       77 TEM-SPCCTL     PIC X(01) VALUE "N".
       77 TEM-XREFCLI    PIC X(01) VALUE "N".
       77 TEM-ARQVISA    PIC X(01) VALUE "N".

       77 DATA-HOJE-NUM  PIC 9(08).
       77 IDX-VIS        PIC 9(02).
       77 IDX-TAB        PIC 9(02).
       77 ACHOU-TAB      PIC X(01).

      * Registros achados no arquivo corrente e no pedido inteiro.
       77 CT-ARQ         PIC 9(05).
       77 CT-PEDIDO      PIC 9(05).

      * Nomes ligados ao CPF (achados nos arquivos ou informado no
      * pedido), para a busca por nome no HISTALUN, e codigos de
      * cliente achados no CADCLI, para a busca no ARQVISA.
       77 QTD-NOMES      PIC 9(02).
       01 TAB-NOMES.
           02 NOME-ACHADO OCCURS 10 TIMES PIC X(30).
       77 NOME-NOVO      PIC X(30).
       77 QTD-CODIGOS    PIC 9(02).
       01 TAB-CODIGOS.
           02 COD-ACHADO OCCURS 20 TIMES PIC 9(03).

      * Data de geracao da extracao corrente (registro header).
       77 DATA-EXTRACAO  PIC 9(08).

      * Campos editados para as linhas do relatorio.
       77 CPF-EDIT       PIC X(14).
       77 DATA-EDIT      PIC X(10).
       77 DATA-AAAAMMDD  PIC 9(08).
       77 MEDIA-EDIT     PIC Z9,99.
       77 VALOR-EDIT     PIC ZZZ.ZZZ.ZZ9,99.

      * Totais do lote.
       77 CT-LIDOS       PIC 9(05) VALUE 0.
       77 CT-GRAVADOS    PIC 9(05) VALUE 0.
       77 CT-ATENDIDOS   PIC 9(05) VALUE 0.
       77 CT-CPF-INVAL   PIC 9(05) VALUE 0.

      * Detalhe das interfaces de marketing (mesmos layouts do
      * EM02-13 e do EM02-34).
       01 MKT-DETALHE.
           02 MKT-TIPO     PIC X(02).
           02 MKT-CPF      PIC 9(11).
           02 FILLER       PIC X(01).
           02 MKT-NOME     PIC X(30).
           02 FILLER       PIC X(01).
           02 MKT-ESTADO   PIC X(02).
           02 FILLER       PIC X(01).
           02 MKT-CIDADE   PIC X(30).
           02 FILLER       PIC X(01).
           02 MKT-EMAIL    PIC X(30).
           02 FILLER       PIC X(01).
           02 MKT-TELEFONE PIC 9(10).
           02 FILLER       PIC X(10).
       01 MKT-HEADER REDEFINES MKT-DETALHE.
           02 FILLER       PIC X(02).
           02 MKT-HDR-DATA PIC 9(08).
           02 FILLER       PIC X(120).

       01 INAT-DETALHE.
           02 INAT-TIPO     PIC X(02).
           02 INAT-CPF      PIC 9(11).
           02 FILLER        PIC X(01).
           02 INAT-NOME     PIC X(30).
           02 FILLER        PIC X(01).
           02 INAT-ESTADO   PIC X(02).
           02 FILLER        PIC X(01).
           02 INAT-CIDADE   PIC X(30).
           02 FILLER        PIC X(01).
           02 INAT-EMAIL    PIC X(30).
           02 FILLER        PIC X(01).
           02 INAT-TELEFONE PIC 9(10).
           02 FILLER        PIC X(01).
           02 INAT-ULT-DATA PIC 9(08).
           02 FILLER        PIC X(01).
           02 INAT-ULT-REF  PIC X(06).
           02 FILLER        PIC X(04).
       01 INAT-HEADER REDEFINES INAT-DETALHE.
           02 FILLER        PIC X(02).
           02 INAT-HDR-DATA PIC 9(08).
           02 FILLER        PIC X(130).

      * Campos da validacao de CPF compartilhada.
       COPY VALCPF-W.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

       01 CAB-01.
          02 FILLER  PIC X(69) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC ZZ9.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(30) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
          02 FILLER PIC X(33) VALUE SPACES.

       01 CAB-03.
          02 FILLER PIC X(14) VALUE SPACES.
          02 FILLER PIC X(52) VALUE
              "RELATORIO DE ACESSO DO TITULAR DE DADOS PESSOAIS (LG".
          02 FILLER PIC X(04) VALUE "PD) ".
          02 FILLER PIC X(10) VALUE SPACES.

       01 CAB-04.
          02 FILLER        PIC X(11) VALUE "PROTOCOLO: ".
          02 VAR-PROTOCOLO PIC X(10).
          02 FILLER        PIC X(07) VALUE "  CPF: ".
          02 VAR-CPF       PIC X(14).
          02 FILLER        PIC X(14) VALUE "  EMITIDO EM: ".
          02 VAR-EMISSAO   PIC X(10).
          02 FILLER        PIC X(14) VALUE SPACES.

       01 CAB-05.
          02 FILLER PIC X(80) VALUE ALL "-".

       01 LIN-DET.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ARQ-DET    PIC X(09).
          02 FILLER     PIC X(01) VALUE SPACES.
          02 TEXTO-DET  PIC X(68).

       01 CAB-TOT-01.
          02 FILLER     PIC X(32) VALUE
              "TOTAL DE REGISTROS ENCONTRADOS: ".
          02 VAR-TOT-REG PIC ZZ.ZZ9.

       01 CAB-NOTA-01.
          02 FILLER PIC X(40) VALUE
              "HISTALUN NAO GUARDA CPF: AS LINHAS DELE ".
          02 FILLER PIC X(40) VALUE
              "FORAM ACHADAS PELO NOME - CONFERIR.     ".

       01 CAB-NOTA-02.
          02 FILLER PIC X(40) VALUE
              "REGISTROS FINANCEIROS (LEDGPAG/JRNPAG) S".
          02 FILLER PIC X(40) VALUE
              "AO GUARDADOS POR OBRIGACAO LEGAL.       ".

       01 CAB-ASSINA.
          02 FILLER PIC X(60) VALUE
              "ENCARREGADO (DPO): _______________   DATA: ___/___/____".

       01 CAB-RES-01.
          02 FILLER       PIC X(32) VALUE
              "PEDIDOS LIDOS.................: ".
          02 VAR-RES-LIDOS PIC ZZ.ZZ9.

       01 CAB-RES-02.
          02 FILLER       PIC X(32) VALUE
              "PEDIDOS ATENDIDOS.............: ".
          02 VAR-RES-ATEND PIC ZZ.ZZ9.

       01 CAB-RES-03.
          02 FILLER       PIC X(32) VALUE
              "PEDIDOS COM CPF INVALIDO......: ".
          02 VAR-RES-INVAL PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-47.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-47" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            OPEN INPUT SOLLGPD.
            IF WS-SOL-STATUS NOT EQUAL "00"
                DISPLAY "EM02-47: ERRO AO ABRIR SOLLGPD, STATUS "
                    WS-SOL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Indexados abertos uma vez; o ausente so vira a linha de
      * arquivo nao consultado em cada pedido.
            OPEN INPUT CADMEST.
            IF WS-MEST-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADMEST
            END-IF.
            OPEN INPUT CADDEP.
            IF WS-DEP-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADDEP
            END-IF.
            OPEN INPUT SPCCTL.
            IF WS-SPC-STATUS EQUAL "00"
                MOVE "S" TO TEM-SPCCTL
            END-IF.
            OPEN INPUT XREFCLI.
            IF WS-XRF-STATUS EQUAL "00"
                MOVE "S" TO TEM-XREFCLI
            END-IF.
            OPEN INPUT ARQVISA.
            IF WS-VISA-STATUS EQUAL "00"
                MOVE "S" TO TEM-ARQVISA
            END-IF.
      * O log e permanente: OPEN EXTEND, criado na primeira vez
      * (mesmo tratamento do GRAVA-RUNLOG).
            OPEN EXTEND LOGLGPD.
            IF WS-LOG-STATUS EQUAL "35"
                OPEN OUTPUT LOGLGPD
            END-IF.
            IF WS-LOG-STATUS NOT EQUAL "00"
                DISPLAY "EM02-47: ERRO AO ABRIR LOGLGPD, STATUS "
                    WS-LOG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT RELLGPD.
            PERFORM LEITURA.

       LEITURA.
           READ SOLLGPD
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * Cada pedido comeca em pagina nova: a secao do pedido e o
      * documento entregue ao titular.
       PRINCIPAL.
           MOVE SOL-PROTOCOLO TO VAR-PROTOCOLO.
           MOVE SPACES TO CPF-EDIT.
           IF SOL-CPF NUMERIC
               STRING SOL-CPF (1:3) "." SOL-CPF (4:3) "."
                      SOL-CPF (7:3) "-" SOL-CPF (10:2)
                   DELIMITED BY SIZE INTO CPF-EDIT
               MOVE SOL-CPF TO CPF-CHK-NUM
               PERFORM VAL-CPF-COMUM
           ELSE
               MOVE "S" TO ERRO-CPF-COMUM
           END-IF.
           MOVE CPF-EDIT TO VAR-CPF.
           PERFORM CABECALHO.
           IF ERRO-CPF-COMUM EQUAL "S"
               ADD 1 TO CT-CPF-INVAL
               MOVE "PEDIDO" TO ARQ-DET
               MOVE "CPF INVALIDO - NADA FOI CONSULTADO"
                   TO TEXTO-DET
               PERFORM IMPRIME-LINHA
           ELSE
               PERFORM ATENDE-PEDIDO
           END-IF.
           PERFORM LEITURA.

       ATENDE-PEDIDO.
           MOVE ZEROES TO CT-PEDIDO.
           MOVE ZEROES TO QTD-NOMES.
           MOVE ZEROES TO QTD-CODIGOS.
           IF SOL-NOME NOT EQUAL SPACES
               MOVE SOL-NOME TO NOME-NOVO
               PERFORM GUARDA-NOME
           END-IF.
           PERFORM BUSCA-CADMEST.
           PERFORM BUSCA-CADDEP.
           PERFORM BUSCA-SPCCTL.
           PERFORM BUSCA-XREFCLI.
           PERFORM BUSCA-CADCLI.
           PERFORM BUSCA-ARQVISA.
           PERFORM BUSCA-CADOK.
           PERFORM BUSCA-REJCLI.
           PERFORM BUSCA-EXTMKT.
           PERFORM BUSCA-EXTINAT.
           PERFORM BUSCA-HISTALUN.
           PERFORM FECHA-PEDIDO.
           PERFORM GRAVA-LOG.
           ADD 1 TO CT-ATENDIDOS.
           ADD 1 TO CT-GRAVADOS.

      * Guarda um nome ligado ao CPF para a busca no HISTALUN, sem
      * repetir e sem o nome de registro ja anonimizado.
       GUARDA-NOME.
           MOVE "N" TO ACHOU-TAB.
           PERFORM VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > QTD-NOMES
               IF NOME-ACHADO (IDX-TAB) EQUAL NOME-NOVO
                   MOVE "S" TO ACHOU-TAB
               END-IF
           END-PERFORM.
           IF ACHOU-TAB EQUAL "N" AND QTD-NOMES LESS THAN 10 AND
              NOME-NOVO NOT EQUAL "ANONIMIZADO (LGPD)"
               ADD 1 TO QTD-NOMES
               MOVE NOME-NOVO TO NOME-ACHADO (QTD-NOMES)
           END-IF.

       INICIA-SECAO.
           MOVE ZEROES TO CT-ARQ.
           MOVE SPACES TO REG-REL.
           IF CT-LIN NOT GREATER THAN 40
               WRITE REG-REL AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.

      * Fecha a secao de um arquivo: sem registro, diz isso.
       FECHA-SECAO.
           IF CT-ARQ EQUAL ZEROES
               MOVE "NENHUM REGISTRO COM ESTE CPF" TO TEXTO-DET
               PERFORM IMPRIME-LINHA
           END-IF.
           ADD CT-ARQ TO CT-PEDIDO.

       ARQUIVO-AUSENTE.
           MOVE "ARQUIVO AUSENTE - NAO FOI POSSIVEL CONSULTAR"
               TO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

       BUSCA-CADMEST.
           PERFORM INICIA-SECAO.
           MOVE "CADMEST" TO ARQ-DET.
           IF TEM-CADMEST NOT EQUAL "S"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE SOL-CPF TO MST-CPF
               READ CADMEST KEY IS MST-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOSTRA-SOCIO
               END-READ
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-SOCIO.
           ADD 1 TO CT-ARQ.
           MOVE MST-NOME TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           MOVE MST-DD-INSC TO DATA-EDIT (1:2).
           MOVE "/"         TO DATA-EDIT (3:1).
           MOVE MST-MM-INSC TO DATA-EDIT (4:2).
           MOVE "/"         TO DATA-EDIT (6:1).
           MOVE MST-AA-INSC TO DATA-EDIT (7:4).
           STRING "SOCIO " MST-NUM-SOCIO "  SITUACAO " MST-SITUACAO
                  "  PLANO " MST-PLANO "  INSCRITO EM " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " MST-NOME
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "ENDERECO: " MST-ENDERECO
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " MST-CIDADE " - " MST-ESTADO
                  "  CEP " MST-CEP
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: (" MST-DDD ") " MST-NUMERO-TEL
                  "  E-MAIL: " MST-EMAIL
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

       BUSCA-CADDEP.
           PERFORM INICIA-SECAO.
           MOVE "CADDEP" TO ARQ-DET.
           IF TEM-CADDEP NOT EQUAL "S"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE SOL-CPF TO DEP-CPF
               READ CADDEP KEY IS DEP-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOSTRA-DEPENDENTE
               END-READ
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-DEPENDENTE.
           ADD 1 TO CT-ARQ.
           MOVE DEP-NOME TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           STRING "DEPENDENTE " DEP-SEQ " DO SOCIO " DEP-NUM-SOCIO
                  "  PARENTESCO " DEP-PARENTESCO
                  "  SITUACAO " DEP-SITUACAO
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           MOVE DEP-DD-NASC TO DATA-EDIT (1:2).
           MOVE "/"         TO DATA-EDIT (3:1).
           MOVE DEP-MM-NASC TO DATA-EDIT (4:2).
           MOVE "/"         TO DATA-EDIT (6:1).
           MOVE DEP-AA-NASC TO DATA-EDIT (7:4).
           STRING "NOME....: " DEP-NOME "  NASCIMENTO " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           MOVE DEP-DATA-INCL TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "INCLUIDO NO PLANO FAMILIAR EM " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

      * O SPCCTL e indexado pelo socio: varredura inteira pelo CPF
      * enviado na inclusao, que vale mesmo para socio ja excluido
      * do CADMEST.
       BUSCA-SPCCTL.
           PERFORM INICIA-SECAO.
           MOVE "SPCCTL" TO ARQ-DET.
           IF TEM-SPCCTL NOT EQUAL "S"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE ZEROES TO SPC-NUM-SOCIO
               MOVE "NAO" TO FIM-BUSCA
               START SPCCTL KEY NOT LESS THAN SPC-NUM-SOCIO
                   INVALID KEY MOVE "SIM" TO FIM-BUSCA
               END-START
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ SPCCTL NEXT
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           IF SPC-CPF EQUAL SOL-CPF
                               PERFORM MOSTRA-SPCCTL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-SPCCTL.
           ADD 1 TO CT-ARQ.
           MOVE SPC-NOME TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           MOVE SPC-VALOR TO VALOR-EDIT.
           STRING "SOCIO " SPC-NUM-SOCIO "  SITUACAO " SPC-SITUACAO
                  "  VALOR NEGATIVADO " VALOR-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " SPC-NOME
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           MOVE SPC-DATA-INCL TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "INCLUIDO NO CADASTRO DE INADIMPLENTES EM " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           IF SPC-DATA-QUIT GREATER THAN ZEROES
               MOVE SPC-DATA-QUIT TO DATA-AAAAMMDD
               PERFORM EDITA-AAAAMMDD
               STRING "QUITADO EM " DATA-EDIT
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
           END-IF.
           IF SPC-DATA-EXCL GREATER THAN ZEROES
               MOVE SPC-DATA-EXCL TO DATA-AAAAMMDD
               PERFORM EDITA-AAAAMMDD
               STRING "EXCLUSAO ENVIADA EM " DATA-EDIT
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
           END-IF.

      * XREFCLI: posiciona no primeiro codigo do CPF e le enquanto o
      * CPF for o do pedido (mesma leitura do EM02-24C).
       BUSCA-XREFCLI.
           PERFORM INICIA-SECAO.
           MOVE "XREFCLI" TO ARQ-DET.
           IF TEM-XREFCLI NOT EQUAL "S"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE SOL-CPF TO XRF-CPF
               MOVE ZEROES TO XRF-CODIGO
               MOVE "NAO" TO FIM-BUSCA
               START XREFCLI KEY NOT LESS THAN XRF-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-BUSCA
               END-START
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ XREFCLI NEXT
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           IF XRF-CPF NOT EQUAL SOL-CPF
                               MOVE "SIM" TO FIM-BUSCA
                           ELSE
                               PERFORM MOSTRA-XREFCLI
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-XREFCLI.
           ADD 1 TO CT-ARQ.
           MOVE XRF-NOME-CLI TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           STRING "CLIENTE " XRF-CODIGO " LIGADO AO SOCIO "
                  XRF-NUM-SOCIO "  SITUACAO " XRF-SITUACAO-SOC
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " XRF-NOME-CLI
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           MOVE XRF-DATA-ULT-VIS TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "VISITAS: " XRF-QTD-VIS "  ULTIMA EM " DATA-EDIT
                  "  DIVERGENCIAS NOME/END/TEL: " XRF-DIF-NOME "/"
                  XRF-DIF-ENDERECO "/" XRF-DIF-TELEFONE
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

      * O CADCLI nao tem chave de CPF: varredura inteira, porque o
      * mesmo CPF pode estar sob mais de um codigo de cliente.
       BUSCA-CADCLI.
           PERFORM INICIA-SECAO.
           MOVE "CADCLI" TO ARQ-DET.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE "NAO" TO FIM-BUSCA
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ CADCLI
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           IF CPFIN-NUM EQUAL SOL-CPF
                               PERFORM MOSTRA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADCLI
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-CLIENTE.
           ADD 1 TO CT-ARQ.
           MOVE NOMEIN TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           IF QTD-CODIGOS LESS THAN 20
               ADD 1 TO QTD-CODIGOS
               MOVE CODIGOIN TO COD-ACHADO (QTD-CODIGOS)
           END-IF.
           MOVE DD-CAD TO DATA-EDIT (1:2).
           MOVE "/"    TO DATA-EDIT (3:1).
           MOVE MM-CAD TO DATA-EDIT (4:2).
           MOVE "/"    TO DATA-EDIT (6:1).
           MOVE AA-CAD TO DATA-EDIT (7:4).
           STRING "CLIENTE " CODIGOIN "  CADASTRADO EM " DATA-EDIT
                  "  VISITAS NO REGISTRO: " QTD-VIS
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " NOMEIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " CIDADEIN " - " ESTADOIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: (" DDD-TEL ") " NUMERO-TEL
                  "  E-MAIL: " EMAILIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           PERFORM VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS > QTD-VIS
               MOVE DIA-VIS (IDX-VIS) TO DATA-EDIT (1:2)
               MOVE "/"               TO DATA-EDIT (3:1)
               MOVE MES-VIS (IDX-VIS) TO DATA-EDIT (4:2)
               MOVE "/"               TO DATA-EDIT (6:1)
               MOVE ANO-VIS (IDX-VIS) TO DATA-EDIT (7:4)
               STRING "  VISITA EM " DATA-EDIT "  VIAGEM "
                      REF-VIAGEM (IDX-VIS)
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
           END-PERFORM.

      * Visitas arquivadas de cada codigo de cliente achado no
      * CADCLI (mesmo posicionamento por chave do EM02-34).
       BUSCA-ARQVISA.
           PERFORM INICIA-SECAO.
           MOVE "ARQVISA" TO ARQ-DET.
           IF TEM-ARQVISA NOT EQUAL "S"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM VARYING IDX-TAB FROM 1 BY 1
                       UNTIL IDX-TAB > QTD-CODIGOS
                   PERFORM VARRE-ARQVISA
               END-PERFORM
               PERFORM FECHA-SECAO
           END-IF.

       VARRE-ARQVISA.
           MOVE COD-ACHADO (IDX-TAB) TO ARCV-CODIGO.
           MOVE ZEROES TO ARCV-SEQ.
           MOVE "NAO" TO FIM-BUSCA.
           START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
               READ ARQVISA NEXT
                   AT END MOVE "SIM" TO FIM-BUSCA
                   NOT AT END
                       IF ARCV-CODIGO NOT EQUAL COD-ACHADO (IDX-TAB)
                           MOVE "SIM" TO FIM-BUSCA
                       ELSE
                           ADD 1 TO CT-ARQ
                           MOVE ARCV-DIA TO DATA-EDIT (1:2)
                           MOVE "/"      TO DATA-EDIT (3:1)
                           MOVE ARCV-MES TO DATA-EDIT (4:2)
                           MOVE "/"      TO DATA-EDIT (6:1)
                           MOVE ARCV-ANO TO DATA-EDIT (7:4)
                           STRING "CLIENTE " ARCV-CODIGO
                                  "  VISITA ARQUIVADA EM " DATA-EDIT
                                  "  VIAGEM " ARCV-REF-VIAGEM
                               DELIMITED BY SIZE INTO TEXTO-DET
                           PERFORM IMPRIME-LINHA
                       END-IF
               END-READ
           END-PERFORM.

       BUSCA-CADOK.
           PERFORM INICIA-SECAO.
           MOVE "CADOK" TO ARQ-DET.
           OPEN INPUT CADOK.
           IF WS-OK-STATUS NOT EQUAL "00"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE "NAO" TO FIM-BUSCA
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ CADOK
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           IF CPF-OK EQUAL SOL-CPF
                               PERFORM MOSTRA-CADOK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADOK
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-CADOK.
           ADD 1 TO CT-ARQ.
           MOVE NOME-OK TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           STRING "CADASTRO VALIDADO: " NOME-OK
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " CIDADE-OK " - " ESTADO-OK
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: " TELEFONE-OK "  E-MAIL: " EMAIL-OK
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

       BUSCA-REJCLI.
           PERFORM INICIA-SECAO.
           MOVE "REJCLI" TO ARQ-DET.
           OPEN INPUT REJCLI.
           IF WS-REJ-STATUS NOT EQUAL "00"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE "NAO" TO FIM-BUSCA
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ REJCLI
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           IF REJ-CPFIN EQUAL SOL-CPF
                               PERFORM MOSTRA-REJCLI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJCLI
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-REJCLI.
           ADD 1 TO CT-ARQ.
           MOVE REJ-NOMEIN TO NOME-NOVO.
           PERFORM GUARDA-NOME.
           STRING "CLIENTE " REJ-CODIGOIN
                  " REJEITADO NA VALIDACAO, REPROCESSOS: "
                  REJ-CT-REPROC
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " REJ-NOMEIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " REJ-CIDADEIN " - " REJ-ESTADOIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: (" REJ-DDD-TEL ") " REJ-NUMERO-TEL
                  "  E-MAIL: " REJ-EMAILIN
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

      * Interface de marketing EXTMKT (EM02-13): o header da a data
      * da extracao, que sai em cada linha achada - o titular fica
      * sabendo quando o dado foi entregue ao sistema de campanhas.
       BUSCA-EXTMKT.
           PERFORM INICIA-SECAO.
           MOVE "EXTMKT" TO ARQ-DET.
           MOVE ZEROES TO DATA-EXTRACAO.
           OPEN INPUT EXTMKT.
           IF WS-MKT-STATUS NOT EQUAL "00"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE "NAO" TO FIM-BUSCA
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ EXTMKT
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           MOVE REG-MKT TO MKT-DETALHE
                           IF MKT-TIPO EQUAL "H;"
                               MOVE MKT-HDR-DATA TO DATA-EXTRACAO
                           END-IF
                           IF MKT-TIPO EQUAL "D;" AND
                              MKT-CPF EQUAL SOL-CPF
                               PERFORM MOSTRA-EXTMKT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTMKT
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-EXTMKT.
           ADD 1 TO CT-ARQ.
           MOVE DATA-EXTRACAO TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "ENVIADO A CAMPANHAS NA EXTRACAO DE " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " MKT-NOME
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " MKT-CIDADE " - " MKT-ESTADO
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: " MKT-TELEFONE "  E-MAIL: " MKT-EMAIL
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

      * Interface de reconquista EXTINAT (EM02-34), mesmo desenho
      * com a ultima visita.
       BUSCA-EXTINAT.
           PERFORM INICIA-SECAO.
           MOVE "EXTINAT" TO ARQ-DET.
           MOVE ZEROES TO DATA-EXTRACAO.
           OPEN INPUT EXTINAT.
           IF WS-INAT-STATUS NOT EQUAL "00"
               PERFORM ARQUIVO-AUSENTE
           ELSE
               MOVE "NAO" TO FIM-BUSCA
               PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                   READ EXTINAT
                       AT END MOVE "SIM" TO FIM-BUSCA
                       NOT AT END
                           MOVE REG-INAT TO INAT-DETALHE
                           IF INAT-TIPO EQUAL "H;"
                               MOVE INAT-HDR-DATA TO DATA-EXTRACAO
                           END-IF
                           IF INAT-TIPO EQUAL "D;" AND
                              INAT-CPF EQUAL SOL-CPF
                               PERFORM MOSTRA-EXTINAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTINAT
               PERFORM FECHA-SECAO
           END-IF.

       MOSTRA-EXTINAT.
           ADD 1 TO CT-ARQ.
           MOVE DATA-EXTRACAO TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "ENVIADO A RECONQUISTA NA EXTRACAO DE " DATA-EDIT
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "NOME....: " INAT-NOME
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "CIDADE..: " INAT-CIDADE " - " INAT-ESTADO
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           STRING "TELEFONE: " INAT-TELEFONE "  E-MAIL: " INAT-EMAIL
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.
           MOVE INAT-ULT-DATA TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           STRING "ULTIMA VISITA EM " DATA-EDIT "  VIAGEM "
                  INAT-ULT-REF
               DELIMITED BY SIZE INTO TEXTO-DET.
           PERFORM IMPRIME-LINHA.

      * HISTALUN nao tem CPF: busca pelos nomes ligados ao CPF nos
      * demais arquivos ou informados no pedido. Sem nenhum nome
      * nao ha o que procurar.
       BUSCA-HISTALUN.
           PERFORM INICIA-SECAO.
           MOVE "HISTALUN" TO ARQ-DET.
           IF QTD-NOMES EQUAL ZEROES
               MOVE "SEM NOME LIGADO AO CPF - NAO HA O QUE PROCURAR"
                   TO TEXTO-DET
               PERFORM IMPRIME-LINHA
           ELSE
               OPEN INPUT HISTALUN
               IF WS-HIST-STATUS NOT EQUAL "00"
                   PERFORM ARQUIVO-AUSENTE
               ELSE
                   MOVE "NAO" TO FIM-BUSCA
                   PERFORM UNTIL FIM-BUSCA EQUAL "SIM"
                       READ HISTALUN
                           AT END MOVE "SIM" TO FIM-BUSCA
                           NOT AT END PERFORM CONFERE-NOME-HIST
                       END-READ
                   END-PERFORM
                   CLOSE HISTALUN
                   PERFORM FECHA-SECAO
               END-IF
           END-IF.

       CONFERE-NOME-HIST.
           MOVE "N" TO ACHOU-TAB.
           PERFORM VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > QTD-NOMES
               IF NOME-ACHADO (IDX-TAB) EQUAL HIS-NOME
                   MOVE "S" TO ACHOU-TAB
               END-IF
           END-PERFORM.
           IF ACHOU-TAB EQUAL "S"
               ADD 1 TO CT-ARQ
               MOVE HIS-DATA-FECH TO DATA-AAAAMMDD
               PERFORM EDITA-AAAAMMDD
               STRING "ALUNO " HIS-MATRICULA " TURMA " HIS-TURMA
                      " FECHAMENTO " DATA-EDIT " (PELO NOME)"
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
               MOVE HIS-MEDIA-FIN TO MEDIA-EDIT
               STRING "NOME....: " HIS-NOME " MEDIA " MEDIA-EDIT
                      " FALTAS " HIS-FALTAS
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
               STRING "SITUACAO: " HIS-SITUACAO
                   DELIMITED BY SIZE INTO TEXTO-DET
               PERFORM IMPRIME-LINHA
           END-IF.

       EDITA-AAAAMMDD.
           MOVE DATA-AAAAMMDD (7:2) TO DATA-EDIT (1:2).
           MOVE "/"                 TO DATA-EDIT (3:1).
           MOVE DATA-AAAAMMDD (5:2) TO DATA-EDIT (4:2).
           MOVE "/"                 TO DATA-EDIT (6:1).
           MOVE DATA-AAAAMMDD (1:4) TO DATA-EDIT (7:4).

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           WRITE REG-REL FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE SPACES TO TEXTO-DET.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-HOJE-NUM TO DATA-AAAAMMDD.
           PERFORM EDITA-AAAAMMDD.
           MOVE DATA-EDIT TO VAR-EMISSAO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-05 AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Fecho do pedido. O rodape avanca 3+2+1+3 = 9 linhas; com a
      * pagina de 40 linhas, o cabecalho so pode ser pulado com
      * CT-LIN ate 31.
       FECHA-PEDIDO.
           IF CT-LIN GREATER THAN 31
               PERFORM CABECALHO
           END-IF.
           MOVE CT-PEDIDO TO VAR-TOT-REG.
           WRITE REG-REL FROM CAB-TOT-01  AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-NOTA-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-NOTA-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ASSINA  AFTER ADVANCING 3 LINES.
           MOVE 41 TO CT-LIN.

      * Uma linha por pedido atendido no log de protecao de dados.
       GRAVA-LOG.
           MOVE SPACES TO REG-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LGP-DATA-HORA.
           MOVE "A"           TO LGP-TIPO.
           MOVE "EM02-47"     TO LGP-JOB.
           MOVE SOL-PROTOCOLO TO LGP-PROTOCOLO.
           MOVE "TODOS"       TO LGP-ARQUIVO.
           MOVE SOL-CPF       TO LGP-CPF.
           MOVE DATA-HOJE-NUM TO LGP-DATA-REF.
           MOVE ZEROES        TO LGP-ANOS-GUARDA.
           MOVE CT-PEDIDO     TO LGP-QTD-REG.
           WRITE REG-LOG.

      * Resumo do lote numa pagina propria, para a operacao; RC 4
      * quando algum pedido veio com CPF invalido.
       TERMINO.
           MOVE "RESUMO" TO VAR-PROTOCOLO.
           MOVE SPACES   TO VAR-CPF.
           PERFORM CABECALHO.
           MOVE CT-LIDOS     TO VAR-RES-LIDOS.
           MOVE CT-ATENDIDOS TO VAR-RES-ATEND.
           MOVE CT-CPF-INVAL TO VAR-RES-INVAL.
           WRITE REG-REL FROM CAB-RES-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-RES-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-RES-03 AFTER ADVANCING 1 LINE.
           IF CT-CPF-INVAL GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SOLLGPD LOGLGPD RELLGPD.
           IF TEM-CADMEST EQUAL "S"
               CLOSE CADMEST
           END-IF.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
           IF TEM-SPCCTL EQUAL "S"
               CLOSE SPCCTL
           END-IF.
           IF TEM-XREFCLI EQUAL "S"
               CLOSE XREFCLI
           END-IF.
           IF TEM-ARQVISA EQUAL "S"
               CLOSE ARQVISA
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALCPF-P.

       COPY RUNLOG-P.
