       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-55.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       PROGRAMA DE FIDELIDADE DOS CLIENTES: percorre as
      *               visitas validas de cada cliente (historico do
      *               CADCLI mais arquivo morto ARQVISA, mesma visao
      *               do EM02-11/EM02-34), pontua cada uma pela tabela
      *               de pontos por viagem e ano (TABPONT) e mantem o
      *               saldo de pontos no CADFIDEL. O nivel do cliente
      *               (bronze/prata/ouro) sai dos pontos das visitas
      *               dos ultimos anos contra os limites do PARFIDEL,
      *               e os resgates do MOVRESG viram desconto,
      *               registrados no historico HISRESG (os pontos
      *               resgatados do CADFIDEL sao o total do cliente
      *               no HISRESG). Cada subida e
      *               descida de nivel sai no RELFIDEL e no arquivo
      *               EXTFIDEL, no padrao header/trailer com hash de
      *               CPF do EXTMKT (EM02-13), para o sistema de
      *               campanhas mandar o e-mail de parabens.

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
      * Arquivo morto de visitas, lido junto com o historico do
      * registro.
            COPY ARQVISA-F.
      * Cadastro de fidelidade: saldo de pontos e nivel por cliente.
            SELECT CADFIDEL ASSIGN TO "CADFIDEL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS FID-CODIGO
            FILE STATUS IS WS-FID-STATUS.
      * Tabela de pontos por viagem e ano, mantida pelo marketing.
            SELECT TABPONT ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TPT-STATUS.
            SELECT PARFIDEL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARAM-STATUS.
      * Resgates de pontos digitados pelo balcao.
            SELECT MOVRESG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RSG-STATUS.
      * Historico permanente dos resgates aplicados; e por ele que a
      * reexecucao pula o resgate ja aplicado.
            SELECT HISRESG ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HRS-STATUS.
            SELECT EXTFIDEL ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RELFIDEL ASSIGN TO DISK.
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

      * Arquivo morto de visitas, layout compartilhado em VISAREC.
       FD ARQVISA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVISA.DAT".

       01 REG-VISA.
           COPY VISAREC.

      * Cadastro de fidelidade, layout compartilhado em FIDREC.
       FD CADFIDEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFIDEL.DAT".

       01 REG-FID.
           COPY FIDREC.

      * Pontos da visita: viagem (ou "*" = qualquer viagem do ano) e
      * ano da visita.
       FD TABPONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABPONT.DAT".

       01 REG-TABPONT.
           02 TPT-COD-VIAGEM PIC X(06).
           02 TPT-ANO        PIC 9(04).
           02 TPT-PONTOS     PIC 9(05).

      * Limites de pontos do periodo para cada nivel, anos da janela
      * do periodo e valor do ponto no resgate.
       FD PARFIDEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARFIDEL.DAT".

       01 REG-PARFIDEL.
           02 PARAM-LIM-BRONZE  PIC 9(06).
           02 PARAM-LIM-PRATA   PIC 9(06).
           02 PARAM-LIM-OURO    PIC 9(06).
           02 PARAM-ANOS        PIC 9(02).
           02 PARAM-VALOR-PONTO PIC 9(03)V9(02).

      * Resgate: cliente, data DDMMAAAA, pontos, referencia do
      * desconto (cupom/campanha) e sequencia no arquivo do dia.
       FD MOVRESG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVRESG.DAT".

       01 REG-MOVRESG.
           02 RSG-CODIGO PIC 9(03).
           02 RSG-DATA.
              03 RSG-DD  PIC 9(02).
              03 RSG-MM  PIC 9(02).
              03 RSG-AA  PIC 9(04).
           02 RSG-PONTOS PIC 9(07).
           02 RSG-REF    PIC X(10).
           02 RSG-SEQ    PIC 9(06).

       FD HISRESG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISRESG.DAT".

       01 REG-HISRESG.
           02 HRS-DATA-HORA PIC 9(14).
           02 HRS-CODIGO    PIC 9(03).
           02 HRS-DATA-MOV  PIC 9(08).
           02 HRS-SEQ       PIC 9(06).
           02 HRS-PONTOS    PIC 9(07).
           02 HRS-VALOR     PIC 9(07)V9(02).
           02 HRS-REF       PIC X(10).
           02 HRS-SALDO     PIC 9(07).

       FD EXTFIDEL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXTFIDEL.DAT".

       01 REG-EXT PIC X(140).

       FD RELFIDEL
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 FIM-AUX PIC X(03).
       77 CT-LIN  PIC 9(02) VALUE 41.
       77 CT-PAG  PIC 9(02) VALUE ZEROES.
       77 WS-CLI-STATUS   PIC X(02).
       77 WS-FID-STATUS   PIC X(02).
       77 WS-TPT-STATUS   PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-RSG-STATUS   PIC X(02).
       77 WS-HRS-STATUS   PIC X(02).

      * Parametros (default sem PARFIDEL.DAT: bronze com 1 ponto,
      * prata com 100, ouro com 300, janela de 2 anos, ponto a
      * R$ 0,10).
       77 LIM-BRONZE   PIC 9(06) VALUE 1.
       77 LIM-PRATA    PIC 9(06) VALUE 100.
       77 LIM-OURO     PIC 9(06) VALUE 300.
       77 ANOS-PERIODO PIC 9(02) VALUE 2.
       77 VALOR-PONTO  PIC 9(03)V9(02) VALUE 0,10.
       77 ANO-CORRENTE PIC 9(04).
       77 ANO-INI-PER  PIC 9(04).
       77 DATA-HOJE-NUM PIC 9(08).

      * Tabela de pontos em memoria.
       77 QTD-PTS-TAB PIC 9(03) VALUE ZEROES.
       77 IDX-PTS     PIC 9(03).
       77 PONTOS-VIS  PIC 9(05).
       77 PONTOS-GERAL PIC 9(05).
       01 TAB-PONTOS.
           02 PTS-OCORR OCCURS 500 TIMES.
              03 PTS-VIAGEM PIC X(06).
              03 PTS-ANO    PIC 9(04).
              03 PTS-PONTOS PIC 9(05).

      * Visita corrente (do registro ou do arquivo morto).
       77 IDX-VIS   PIC 9(02).
       77 VIS-DIA-W PIC 9(02).
       77 VIS-MES-W PIC 9(02).
       77 VIS-ANO-W PIC 9(04).
       77 VIS-REF-W PIC X(06).
       77 WS-VISA-STATUS PIC X(02).
       77 TEM-ARQVISA    PIC X(01) VALUE "N".
       77 FIM-VISA       PIC X(03).

      * Pontos do cliente corrente e nivel antes/depois.
       77 PONTOS-TOTAL   PIC 9(07).
       77 PONTOS-PER     PIC 9(07).
      * Pontos online dos anos anteriores a janela da ultima
      * atualizacao (FID-ANO-JANELA) e registro do layout antigo,
      * sem os campos do expurgo.
       77 PONTOS-VELHOS  PIC 9(07).
       77 FID-ANTIGO     PIC X(01).
       77 EXISTE-FID     PIC X(01).
       77 NIVEL-ANT      PIC X(01).
       77 NIVEL-NOVO     PIC X(01).
       77 NIVEL-CONV     PIC X(01).
       77 RANK-CONV      PIC 9(01).
       77 RANK-ANT       PIC 9(01).
       77 RANK-NOVO      PIC 9(01).
       77 NOME-NIVEL-CONV PIC X(06).
       77 NOME-NIVEL-ANT  PIC X(06).

      * Resgates do dia, aplicados na vez do cliente (mesmo desenho
      * da tabela de transacoes do EM02-12).
       77 QTD-RSG-TAB PIC 9(03) VALUE ZEROES.
       77 IDX-RSG     PIC 9(03).
       01 TAB-RESGATES.
           02 RSGT-OCORR OCCURS 500 TIMES.
              03 RSGT-CODIGO  PIC 9(03).
              03 RSGT-DATA.
                 04 RSGT-DD   PIC 9(02).
                 04 RSGT-MM   PIC 9(02).
                 04 RSGT-AA   PIC 9(04).
              03 RSGT-PONTOS  PIC 9(07).
              03 RSGT-REF     PIC X(10).
              03 RSGT-SEQ     PIC 9(06).
              03 RSGT-TRATADO PIC X(01).
       01 DATA-RSG-W.
           02 DATA-RSG-AA PIC 9(04).
           02 DATA-RSG-MM PIC 9(02).
           02 DATA-RSG-DD PIC 9(02).
       01 DATA-RSG-NUM REDEFINES DATA-RSG-W PIC 9(08).
       77 MOTIVO-RSG  PIC X(20).
       77 VALOR-RSG   PIC 9(07)V9(02).
       77 VALOR-RSG-ED PIC ZZ.ZZ9,99.

      * Resgates com sequencia aplicados nos ultimos 31 dias (corte
      * igual ao do EM02-03), apurados do HISRESG na abertura.
       77 DIAS-CORTE  PIC 9(07).
       77 DATA-CORTE  PIC 9(08).
       77 QTD-HRS-TAB PIC 9(04) VALUE ZEROES.
       77 IDX-HRS     PIC 9(04).
       77 JA-APLICADO PIC X(01).
       01 TAB-HRS.
           02 HRST-OCORR OCCURS 5000 TIMES.
              03 HRST-CODIGO PIC 9(03).
              03 HRST-DATA   PIC 9(08).
              03 HRST-SEQ    PIC 9(06).

      * Pontos resgatados por cliente (pelo codigo), somados do
      * HISRESG inteiro: e deles que sai o FID-PONTOS-RESG.
       77 CT-RSG-CLI  PIC 9(04).
       01 TAB-RESG-CLI.
           02 RSC-PONTOS PIC 9(07) OCCURS 999 TIMES.

      * Extracao: hash total do CPF nos 15 digitos baixos (mesma
      * conferencia do EXTMKT).
       77 HASH-CPF     PIC 9(16) VALUE ZEROES.
       77 CT-EXTRAIDOS PIC 9(07) VALUE ZEROES.

      * Linha do relatorio.
       77 CODIGO-REL   PIC 9(03).
       77 NOME-REL     PIC X(30).
       77 EVENTO-REL   PIC X(13).
       77 DETALHE-REL  PIC X(20).
       77 PONTOS-REL   PIC 9(07).

      * Totais.
       77 CT-PONTUADOS    PIC 9(05) VALUE ZEROES.
       77 CT-SUBIRAM      PIC 9(05) VALUE ZEROES.
       77 CT-DESCERAM     PIC 9(05) VALUE ZEROES.
       77 CT-RSG-APLIC    PIC 9(05) VALUE ZEROES.
       77 CT-RSG-RECUS    PIC 9(05) VALUE ZEROES.
       77 TOT-PONTOS-RSG  PIC 9(09) VALUE ZEROES.
       77 TOT-VALOR-RSG   PIC 9(09)V9(02) VALUE ZEROES.
       77 CT-BRONZE       PIC 9(05) VALUE ZEROES.
       77 CT-PRATA        PIC 9(05) VALUE ZEROES.
       77 CT-OURO         PIC 9(05) VALUE ZEROES.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Registro header: data da geracao e job de origem.
       01 EXT-HEADER.
          02 FILLER      PIC X(02) VALUE "H;".
          02 HDR-DATA    PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 HDR-HORA    PIC 9(06).
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(07) VALUE "EM02-55".

      * Registro de detalhe: contato do cliente, nivel anterior e
      * novo, S subiu / D desceu, saldo e pontos do periodo.
       01 EXT-DETALHE.
          02 FILLER      PIC X(02) VALUE "D;".
          02 EXT-CPF     PIC 9(11).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-NOME    PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-EMAIL   PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-TELEFONE PIC 9(10).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-NIVEL-ANT PIC X(01).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-NIVEL-NOVO PIC X(01).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-MOVIMENTO PIC X(01).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-SALDO   PIC 9(07).
          02 FILLER      PIC X(01) VALUE ";".
          02 EXT-PONTOS-PER PIC 9(07).

      * Registro trailer: contagem de detalhes e hash total do CPF.
       01 EXT-TRAILER.
          02 FILLER      PIC X(02) VALUE "T;".
          02 TRL-QTD     PIC 9(07).
          02 FILLER      PIC X(01) VALUE ";".
          02 TRL-HASH    PIC 9(15).

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
          02 FILLER PIC X(21) VALUE SPACES.
          02 FILLER PIC X(38) VALUE
             "FIDELIDADE - NIVEIS E RESGATES DO DIA ".
          02 FILLER PIC X(21) VALUE SPACES.

       01 CAB-04.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "CLI".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "NOME DO CLIENTE".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "EVENTO".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "DETALHE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "PONTOS".
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "SALDO".
          02 FILLER PIC X(02) VALUE SPACES.

       01 DETALHE.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 CODIGO-DET  PIC ZZ9.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 NOME-DET    PIC X(20).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 EVENTO-DET  PIC X(13).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 DETALHE-DET PIC X(20).
          02 FILLER      PIC X(01) VALUE SPACES.
          02 PONTOS-DET  PIC Z.ZZZ.ZZ9.
          02 FILLER      PIC X(01) VALUE SPACES.
          02 SALDO-DET   PIC Z.ZZZ.ZZ9.

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER        PIC X(28) VALUE
                            "CLIENTES LIDOS............: ".
          02 VAR-LIDOS     PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER        PIC X(28) VALUE
                            "CLIENTES PONTUADOS........: ".
          02 VAR-PONTUADOS PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER        PIC X(28) VALUE
                            "SUBIRAM DE NIVEL..........: ".
          02 VAR-SUBIRAM   PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER        PIC X(28) VALUE
                            "DESCERAM DE NIVEL.........: ".
          02 VAR-DESCERAM  PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER        PIC X(28) VALUE
                            "NIVEL BRONZE/PRATA/OURO...: ".
          02 VAR-BRONZE    PIC ZZ.ZZ9.
          02 FILLER        PIC X(01) VALUE "/".
          02 VAR-PRATA     PIC ZZ.ZZ9.
          02 FILLER        PIC X(01) VALUE "/".
          02 VAR-OURO      PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER        PIC X(28) VALUE
                            "RESGATES APLICADOS........: ".
          02 VAR-RSG-APLIC PIC ZZ.ZZ9.
          02 FILLER        PIC X(08) VALUE " pontos ".
          02 VAR-PONTOS-RSG PIC ZZZ.ZZZ.ZZ9.
          02 FILLER        PIC X(08) VALUE " valor  ".
          02 VAR-VALOR-RSG PIC ZZ.ZZZ.ZZ9,99.

       01 CAB-TOT-08.
          02 FILLER        PIC X(28) VALUE
                            "RESGATES RECUSADOS........: ".
          02 VAR-RSG-RECUS PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       PGM-EM02-55.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM RESGATES-SEM-CLIENTE.
       PERFORM GRAVA-TRAILER.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-55" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
           MOVE FUNCTION CURRENT-DATE (1:4)  TO ANO-CORRENTE.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PONTOS.
           PERFORM CARREGA-RESGATES.
           PERFORM CARREGA-HISRESG.
           PERFORM ABRE-ARQVISA.
      * O cadastro de fidelidade e permanente: abre em I-O; na
      * primeira execucao (status "35") e criado vazio e reaberto
      * em I-O.
           OPEN I-O CADFIDEL.
           IF WS-FID-STATUS EQUAL "35"
               OPEN OUTPUT CADFIDEL
               CLOSE CADFIDEL
               OPEN I-O CADFIDEL
           END-IF.
           IF WS-FID-STATUS NOT EQUAL "00"
               DISPLAY "EM02-55: ERRO AO ABRIR CADFIDEL, STATUS "
                   WS-FID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISRESG.
           IF WS-HRS-STATUS EQUAL "35"
               OPEN OUTPUT HISRESG
           END-IF.
           IF WS-HRS-STATUS NOT EQUAL "00"
               DISPLAY "EM02-55: ERRO AO ABRIR HISRESG, STATUS "
                   WS-HRS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS NOT EQUAL "00"
               DISPLAY "EM02-55: ERRO AO ABRIR CADCLI, STATUS "
                   WS-CLI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTFIDEL
                       RELFIDEL.
           PERFORM GRAVA-HEADER.
           PERFORM LEITURA.

      * Sem PARFIDEL.DAT valem os defaults; limite zerado no arquivo
      * tambem fica com o default.
       LE-PARAMETROS.
           OPEN INPUT PARFIDEL.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARFIDEL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ACEITA-PARAMETROS
               END-READ
               CLOSE PARFIDEL
           END-IF.
           COMPUTE ANO-INI-PER = ANO-CORRENTE - ANOS-PERIODO + 1.

       ACEITA-PARAMETROS.
           IF PARAM-LIM-BRONZE NUMERIC AND
              PARAM-LIM-BRONZE GREATER THAN ZEROES
               MOVE PARAM-LIM-BRONZE TO LIM-BRONZE
           END-IF.
           IF PARAM-LIM-PRATA NUMERIC AND
              PARAM-LIM-PRATA GREATER THAN ZEROES
               MOVE PARAM-LIM-PRATA TO LIM-PRATA
           END-IF.
           IF PARAM-LIM-OURO NUMERIC AND
              PARAM-LIM-OURO GREATER THAN ZEROES
               MOVE PARAM-LIM-OURO TO LIM-OURO
           END-IF.
           IF PARAM-ANOS NUMERIC AND PARAM-ANOS GREATER THAN ZEROES
               MOVE PARAM-ANOS TO ANOS-PERIODO
           END-IF.
           IF PARAM-VALOR-PONTO NUMERIC AND
              PARAM-VALOR-PONTO GREATER THAN ZEROES
               MOVE PARAM-VALOR-PONTO TO VALOR-PONTO
           END-IF.
           IF LIM-PRATA NOT GREATER THAN LIM-BRONZE OR
              LIM-OURO NOT GREATER THAN LIM-PRATA
               DISPLAY "EM02-55: LIMITES DE NIVEL FORA DE ORDEM EM "
                   "PARFIDEL, EXECUCAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sem TABPONT.DAT nenhuma visita pontua: o marketing precisa
      * saber antes de o nivel de todo mundo cair.
       CARREGA-PONTOS.
           OPEN INPUT TABPONT.
           IF WS-TPT-STATUS NOT EQUAL "00"
               DISPLAY "EM02-55: ERRO AO ABRIR TABPONT, STATUS "
                   WS-TPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-AUX.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ TABPONT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF TPT-ANO NUMERIC AND TPT-PONTOS NUMERIC
                           PERFORM GUARDA-PONTOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TABPONT.

       GUARDA-PONTOS.
           IF QTD-PTS-TAB LESS THAN 500
               ADD 1 TO QTD-PTS-TAB
               MOVE TPT-COD-VIAGEM TO PTS-VIAGEM (QTD-PTS-TAB)
               MOVE TPT-ANO        TO PTS-ANO (QTD-PTS-TAB)
               MOVE TPT-PONTOS     TO PTS-PONTOS (QTD-PTS-TAB)
           ELSE
               DISPLAY "EM02-55: TABPONT COM MAIS DE 500 LINHAS, "
                   "EXCEDENTES IGNORADAS"
               MOVE "SIM" TO FIM-AUX
           END-IF.

      * Sem MOVRESG.DAT o dia nao teve resgate.
       CARREGA-RESGATES.
           OPEN INPUT MOVRESG.
           IF WS-RSG-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ MOVRESG
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END PERFORM GUARDA-RESGATE
                   END-READ
               END-PERFORM
               CLOSE MOVRESG
           END-IF.

      * Aplicar so parte dos resgates deixaria o balcao sem saber
      * quais valeram; melhor abortar e dividir o MOVRESG.
       GUARDA-RESGATE.
           IF QTD-RSG-TAB LESS THAN 500
               ADD 1 TO QTD-RSG-TAB
               MOVE RSG-CODIGO TO RSGT-CODIGO (QTD-RSG-TAB)
               MOVE RSG-DATA   TO RSGT-DATA (QTD-RSG-TAB)
               MOVE RSG-PONTOS TO RSGT-PONTOS (QTD-RSG-TAB)
               MOVE RSG-REF    TO RSGT-REF (QTD-RSG-TAB)
               MOVE RSG-SEQ    TO RSGT-SEQ (QTD-RSG-TAB)
               MOVE "N"        TO RSGT-TRATADO (QTD-RSG-TAB)
           ELSE
               DISPLAY "EM02-55: MAIS DE 500 RESGATES EM MOVRESG, "
                   "EXECUCAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARREGA-HISRESG.
           COMPUTE DIAS-CORTE =
               FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM) - 31.
           MOVE FUNCTION DATE-OF-INTEGER (DIAS-CORTE) TO DATA-CORTE.
           MOVE ZEROES TO TAB-RESG-CLI.
           OPEN INPUT HISRESG.
           IF WS-HRS-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ HISRESG
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF HRS-CODIGO GREATER THAN ZEROES AND
                              HRS-PONTOS NUMERIC
                               ADD HRS-PONTOS
                                   TO RSC-PONTOS (HRS-CODIGO)
                           END-IF
                           IF HRS-DATA-MOV NOT LESS THAN DATA-CORTE
                              AND HRS-SEQ GREATER THAN ZEROES
                               PERFORM GUARDA-HISRESG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISRESG
           END-IF.

       GUARDA-HISRESG.
           IF QTD-HRS-TAB LESS THAN 5000
               ADD 1 TO QTD-HRS-TAB
               MOVE HRS-CODIGO   TO HRST-CODIGO (QTD-HRS-TAB)
               MOVE HRS-DATA-MOV TO HRST-DATA (QTD-HRS-TAB)
               MOVE HRS-SEQ      TO HRST-SEQ (QTD-HRS-TAB)
           ELSE
               DISPLAY "EM02-55: MAIS DE 5000 RESGATES NO HISRESG "
                   "DOS ULTIMOS 31 DIAS, EXECUCAO ABORTADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sem ARQVISA.DAT a pontuacao segue apenas com o historico do
      * registro (aviso no console).
       ABRE-ARQVISA.
           OPEN INPUT ARQVISA.
           IF WS-VISA-STATUS EQUAL "00"
               MOVE "S" TO TEM-ARQVISA
           ELSE
               DISPLAY "EM02-55: ARQVISA.DAT AUSENTE (STATUS "
                   WS-VISA-STATUS "), PONTOS SO COM O HISTORICO "
                   "DO REGISTRO"
           END-IF.

       GRAVA-HEADER.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO HDR-DATA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO HDR-HORA.
           MOVE SPACES TO REG-EXT.
           WRITE REG-EXT FROM EXT-HEADER.
           ADD 1 TO CT-GRAVADOS.

       LEITURA.
           READ CADCLI
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CT-LIDOS
           END-READ.

      * Cliente anonimizado pela LGPD (EM02-48) nao pontua nem
      * resgata: o registro de fidelidade dele fica como esta.
       PRINCIPAL.
           IF CODIGOIN NUMERIC AND CODIGOIN GREATER THAN ZEROES
               MOVE CODIGOIN TO CODIGO-REL
               MOVE NOMEIN   TO NOME-REL
               IF CLI-ANONIMIZADO
                   MOVE "CLIENTE ANONIMIZADO" TO MOTIVO-RSG
                   PERFORM RECUSA-RESGATES-CLIENTE
               ELSE
                   PERFORM PONTUA-CLIENTE
               END-IF
           END-IF.
           PERFORM LEITURA.

       PONTUA-CLIENTE.
           PERFORM LE-FIDELIDADE.
           MOVE ZEROES TO PONTOS-TOTAL PONTOS-PER PONTOS-VELHOS.
           PERFORM VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS GREATER THAN QTD-VIS
               MOVE DIA-VIS (IDX-VIS)    TO VIS-DIA-W
               MOVE MES-VIS (IDX-VIS)    TO VIS-MES-W
               MOVE ANO-VIS (IDX-VIS)    TO VIS-ANO-W
               MOVE REF-VIAGEM (IDX-VIS) TO VIS-REF-W
               PERFORM PONTUA-VISITA
           END-PERFORM.
           PERFORM VARRE-ARQUIVADAS.
           IF EXISTE-FID EQUAL "S" OR PONTOS-TOTAL GREATER THAN ZEROES
               PERFORM ATUALIZA-FIDELIDADE
           ELSE
               MOVE "CLIENTE SEM PONTOS" TO MOTIVO-RSG
               PERFORM RECUSA-RESGATES-CLIENTE
           END-IF.

       VARRE-ARQUIVADAS.
           IF TEM-ARQVISA EQUAL "S"
               MOVE CODIGOIN TO ARCV-CODIGO
               MOVE ZEROES   TO ARCV-SEQ
               MOVE "NAO" TO FIM-VISA
               START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-VISA
               END-START
               PERFORM UNTIL FIM-VISA EQUAL "SIM"
                   READ ARQVISA NEXT
                       AT END MOVE "SIM" TO FIM-VISA
                       NOT AT END
                           IF ARCV-CODIGO NOT EQUAL CODIGOIN
                               MOVE "SIM" TO FIM-VISA
                           ELSE
                               MOVE ARCV-DIA        TO VIS-DIA-W
                               MOVE ARCV-MES        TO VIS-MES-W
                               MOVE ARCV-ANO        TO VIS-ANO-W
                               MOVE ARCV-REF-VIAGEM TO VIS-REF-W
                               PERFORM PONTUA-VISITA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * So visita com data valida pontua; os pontos vem da linha da
      * viagem no ano da visita e, sem ela, da linha "*" do ano.
       PONTUA-VISITA.
           MOVE VIS-DIA-W TO DD-CHK.
           MOVE VIS-MES-W TO MM-CHK.
           MOVE VIS-ANO-W TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "N"
               MOVE ZEROES TO PONTOS-VIS PONTOS-GERAL
               PERFORM VARYING IDX-PTS FROM 1 BY 1
                       UNTIL IDX-PTS > QTD-PTS-TAB
                   IF PTS-ANO (IDX-PTS) EQUAL VIS-ANO-W
                       IF PTS-VIAGEM (IDX-PTS) EQUAL VIS-REF-W
                           MOVE PTS-PONTOS (IDX-PTS) TO PONTOS-VIS
                       END-IF
                       IF PTS-VIAGEM (IDX-PTS) EQUAL "*"
                           MOVE PTS-PONTOS (IDX-PTS) TO PONTOS-GERAL
                       END-IF
                   END-IF
               END-PERFORM
               IF PONTOS-VIS EQUAL ZEROES
                   MOVE PONTOS-GERAL TO PONTOS-VIS
               END-IF
               ADD PONTOS-VIS TO PONTOS-TOTAL
               IF VIS-ANO-W NOT LESS THAN ANO-INI-PER
                   ADD PONTOS-VIS TO PONTOS-PER
               END-IF
               IF VIS-ANO-W LESS THAN FID-ANO-JANELA
                   ADD PONTOS-VIS TO PONTOS-VELHOS
               END-IF
           END-IF.

      * Registro gravado antes dos campos do expurgo entra com eles
      * zerados e marcado: o ganho dele passa a ser o gravado.
       LE-FIDELIDADE.
           MOVE "N" TO FID-ANTIGO.
           MOVE CODIGOIN TO FID-CODIGO.
           READ CADFIDEL
               INVALID KEY
                   MOVE "N" TO EXISTE-FID
                   MOVE CODIGOIN TO FID-CODIGO
                   MOVE ZEROES TO FID-PONTOS-GANHOS FID-PONTOS-RESG
                                  FID-SALDO FID-PONTOS-PERIODO
                                  FID-DATA-NIVEL FID-PONTOS-EXPURG
                                  FID-PONTOS-FORA FID-ANO-JANELA
                   MOVE SPACES TO FID-NIVEL
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-FID
                   IF FID-PONTOS-EXPURG NOT NUMERIC OR
                      FID-PONTOS-FORA NOT NUMERIC OR
                      FID-ANO-JANELA NOT NUMERIC
                       MOVE "S" TO FID-ANTIGO
                       MOVE ZEROES TO FID-PONTOS-EXPURG
                                      FID-PONTOS-FORA FID-ANO-JANELA
                   END-IF
           END-READ.

      * Ganhos nunca diminuem: o que saiu dos anos anteriores a
      * janela desde a ultima atualizacao foi expurgado e vai para
      * FID-PONTOS-EXPURG; visita nova soma no ganho no mesmo dia.
      * O nivel segue os pontos do periodo.
       ATUALIZA-FIDELIDADE.
           ADD 1 TO CT-PONTUADOS.
           IF FID-ANTIGO EQUAL "S"
               IF FID-PONTOS-GANHOS GREATER THAN PONTOS-TOTAL
                   COMPUTE FID-PONTOS-EXPURG =
                       FID-PONTOS-GANHOS - PONTOS-TOTAL
               END-IF
           ELSE
               IF FID-PONTOS-FORA GREATER THAN PONTOS-VELHOS
                   COMPUTE FID-PONTOS-EXPURG = FID-PONTOS-EXPURG
                       + FID-PONTOS-FORA - PONTOS-VELHOS
               END-IF
           END-IF.
           COMPUTE FID-PONTOS-FORA = PONTOS-TOTAL - PONTOS-PER.
           MOVE ANO-INI-PER TO FID-ANO-JANELA.
           COMPUTE FID-PONTOS-GANHOS = FID-PONTOS-EXPURG + PONTOS-TOTAL.
           MOVE PONTOS-PER TO FID-PONTOS-PERIODO.
      * Resgatados = o que o HISRESG tem do cliente. O resgate
      * gravado no HISRESG por uma execucao que parou antes de
      * regravar o CADFIDEL (e que a reexecucao pula como ja
      * aplicado) entra aqui no saldo.
           MOVE RSC-PONTOS (CODIGOIN) TO FID-PONTOS-RESG.
           IF FID-PONTOS-GANHOS NOT LESS THAN FID-PONTOS-RESG
               COMPUTE FID-SALDO = FID-PONTOS-GANHOS - FID-PONTOS-RESG
           ELSE
               MOVE ZEROES TO FID-SALDO
           END-IF.
           MOVE FID-NIVEL TO NIVEL-ANT.
           PERFORM CALCULA-NIVEL.
           MOVE DATA-HOJE-NUM TO FID-DATA-ATU.
           IF NIVEL-NOVO NOT EQUAL NIVEL-ANT
               MOVE NIVEL-NOVO    TO FID-NIVEL
               MOVE DATA-HOJE-NUM TO FID-DATA-NIVEL
               PERFORM MUDANCA-NIVEL
           END-IF.
           MOVE ZEROES TO CT-RSG-CLI.
           PERFORM APLICA-RESGATES-CLIENTE.
           IF EXISTE-FID EQUAL "S"
               REWRITE REG-FID
                   INVALID KEY PERFORM FALHA-GRAVACAO
               END-REWRITE
           ELSE
               WRITE REG-FID
                   INVALID KEY PERFORM FALHA-GRAVACAO
               END-WRITE
           END-IF.
           ADD 1 TO CT-GRAVADOS.
           IF FID-BRONZE
               ADD 1 TO CT-BRONZE
           END-IF.
           IF FID-PRATA
               ADD 1 TO CT-PRATA
           END-IF.
           IF FID-OURO
               ADD 1 TO CT-OURO
           END-IF.

      * Com resgate aplicado nesta execucao, o desconto ja esta no
      * HISRESG e no RELFIDEL: a execucao para com RC 16 e o saldo e
      * refeito do HISRESG na reexecucao.
       FALHA-GRAVACAO.
           DISPLAY "EM02-55: ERRO AO GRAVAR CADFIDEL, STATUS "
               WS-FID-STATUS " CLIENTE " FID-CODIGO.
           IF CT-RSG-CLI GREATER THAN ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 4 TO RETURN-CODE.

       CALCULA-NIVEL.
           MOVE SPACES TO NIVEL-NOVO.
           IF FID-PONTOS-PERIODO NOT LESS THAN LIM-OURO
               MOVE "O" TO NIVEL-NOVO
           ELSE
               IF FID-PONTOS-PERIODO NOT LESS THAN LIM-PRATA
                   MOVE "P" TO NIVEL-NOVO
               ELSE
                   IF FID-PONTOS-PERIODO NOT LESS THAN LIM-BRONZE
                       MOVE "B" TO NIVEL-NOVO
                   END-IF
               END-IF
           END-IF.

      * Converte o nivel em NIVEL-CONV para a ordem (0 a 3) e o nome.
       CONVERTE-NIVEL.
           MOVE 0        TO RANK-CONV.
           MOVE "NENHUM" TO NOME-NIVEL-CONV.
           IF NIVEL-CONV EQUAL "B"
               MOVE 1        TO RANK-CONV
               MOVE "BRONZE" TO NOME-NIVEL-CONV
           END-IF.
           IF NIVEL-CONV EQUAL "P"
               MOVE 2        TO RANK-CONV
               MOVE "PRATA"  TO NOME-NIVEL-CONV
           END-IF.
           IF NIVEL-CONV EQUAL "O"
               MOVE 3        TO RANK-CONV
               MOVE "OURO"   TO NOME-NIVEL-CONV
           END-IF.

       MUDANCA-NIVEL.
           MOVE NIVEL-ANT TO NIVEL-CONV.
           PERFORM CONVERTE-NIVEL.
           MOVE RANK-CONV       TO RANK-ANT.
           MOVE NOME-NIVEL-CONV TO NOME-NIVEL-ANT.
           MOVE NIVEL-NOVO TO NIVEL-CONV.
           PERFORM CONVERTE-NIVEL.
           MOVE RANK-CONV TO RANK-NOVO.
           IF RANK-NOVO GREATER THAN RANK-ANT
               MOVE "SUBIU NIVEL" TO EVENTO-REL
               MOVE "S" TO EXT-MOVIMENTO
               ADD 1 TO CT-SUBIRAM
           ELSE
               MOVE "DESCEU NIVEL" TO EVENTO-REL
               MOVE "D" TO EXT-MOVIMENTO
               ADD 1 TO CT-DESCERAM
           END-IF.
           MOVE SPACES TO DETALHE-REL.
           STRING NOME-NIVEL-ANT  DELIMITED BY SPACE
                  " > "           DELIMITED BY SIZE
                  NOME-NIVEL-CONV DELIMITED BY SPACE
               INTO DETALHE-REL.
           MOVE FID-PONTOS-PERIODO TO PONTOS-REL.
           PERFORM IMPRIME-LINHA.
           PERFORM GRAVA-DETALHE.

      * Resgates do cliente, na ordem de chegada: data valida,
      * pontos informados e cobertos pelo saldo; o ja aplicado numa
      * execucao anterior (mesma data, sequencia e cliente) e pulado.
       APLICA-RESGATES-CLIENTE.
           PERFORM VARYING IDX-RSG FROM 1 BY 1
                   UNTIL IDX-RSG > QTD-RSG-TAB
               IF RSGT-TRATADO (IDX-RSG) EQUAL "N" AND
                  RSGT-CODIGO (IDX-RSG) EQUAL CODIGOIN
                   MOVE "S" TO RSGT-TRATADO (IDX-RSG)
                   PERFORM APLICA-UM-RESGATE
               END-IF
           END-PERFORM.

       APLICA-UM-RESGATE.
           MOVE SPACES TO MOTIVO-RSG.
           MOVE RSGT-DD (IDX-RSG) TO DD-CHK.
           MOVE RSGT-MM (IDX-RSG) TO MM-CHK.
           MOVE RSGT-AA (IDX-RSG) TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "S"
               MOVE "DATA INVALIDA" TO MOTIVO-RSG
           ELSE
               MOVE RSGT-AA (IDX-RSG) TO DATA-RSG-AA
               MOVE RSGT-MM (IDX-RSG) TO DATA-RSG-MM
               MOVE RSGT-DD (IDX-RSG) TO DATA-RSG-DD
               PERFORM VERIFICA-REEXECUCAO
               IF JA-APLICADO EQUAL "S"
                   MOVE "JA APLICADO (REEXEC)" TO MOTIVO-RSG
               ELSE
                   IF RSGT-PONTOS (IDX-RSG) NOT NUMERIC OR
                      RSGT-PONTOS (IDX-RSG) EQUAL ZEROES
                       MOVE "PONTOS INVALIDOS" TO MOTIVO-RSG
                   ELSE
                       IF RSGT-PONTOS (IDX-RSG) GREATER THAN
                          FID-SALDO
                           MOVE "SALDO INSUFICIENTE" TO MOTIVO-RSG
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-RSG EQUAL SPACES
               PERFORM EFETIVA-RESGATE
           ELSE
               PERFORM RECUSA-RESGATE
           END-IF.

       VERIFICA-REEXECUCAO.
           MOVE "N" TO JA-APLICADO.
           IF RSGT-SEQ (IDX-RSG) NUMERIC AND
              RSGT-SEQ (IDX-RSG) GREATER THAN ZEROES
               PERFORM VARYING IDX-HRS FROM 1 BY 1
                       UNTIL IDX-HRS > QTD-HRS-TAB
                          OR JA-APLICADO EQUAL "S"
                   IF HRST-DATA (IDX-HRS) EQUAL DATA-RSG-NUM AND
                      HRST-SEQ (IDX-HRS) EQUAL RSGT-SEQ (IDX-RSG) AND
                      HRST-CODIGO (IDX-HRS) EQUAL CODIGOIN
                       MOVE "S" TO JA-APLICADO
                   END-IF
               END-PERFORM
           END-IF.

       EFETIVA-RESGATE.
           ADD RSGT-PONTOS (IDX-RSG) TO FID-PONTOS-RESG.
           SUBTRACT RSGT-PONTOS (IDX-RSG) FROM FID-SALDO.
           COMPUTE VALOR-RSG ROUNDED =
               RSGT-PONTOS (IDX-RSG) * VALOR-PONTO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO HRS-DATA-HORA.
           MOVE CODIGOIN               TO HRS-CODIGO.
           MOVE DATA-RSG-NUM           TO HRS-DATA-MOV.
           IF RSGT-SEQ (IDX-RSG) NUMERIC
               MOVE RSGT-SEQ (IDX-RSG) TO HRS-SEQ
           ELSE
               MOVE ZEROES TO HRS-SEQ
           END-IF.
           MOVE RSGT-PONTOS (IDX-RSG)  TO HRS-PONTOS.
           MOVE VALOR-RSG              TO HRS-VALOR.
           MOVE RSGT-REF (IDX-RSG)     TO HRS-REF.
           MOVE FID-SALDO              TO HRS-SALDO.
      * O historico e gravado antes do REWRITE do CADFIDEL (feito no
      * fim do ATUALIZA-FIDELIDADE). Os resgates ja gravados no
      * HISRESG sao pulados pelo VERIFICA-REEXECUCAO na reexecucao,
      * mas estao no total do cliente (RSC-PONTOS) que o
      * ATUALIZA-FIDELIDADE poe no FID-PONTOS-RESG.
           WRITE REG-HISRESG.
           IF WS-HRS-STATUS NOT EQUAL "00"
               DISPLAY "EM02-55: ERRO AO GRAVAR HISRESG, STATUS "
                   WS-HRS-STATUS " CLIENTE " CODIGOIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD RSGT-PONTOS (IDX-RSG) TO RSC-PONTOS (CODIGOIN).
           ADD 1 TO CT-RSG-CLI.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-RSG-APLIC.
           ADD RSGT-PONTOS (IDX-RSG) TO TOT-PONTOS-RSG.
           ADD VALOR-RSG TO TOT-VALOR-RSG.
           MOVE "RESGATE" TO EVENTO-REL.
           MOVE VALOR-RSG TO VALOR-RSG-ED.
           MOVE SPACES TO DETALHE-REL.
           STRING "DESCONTO "  DELIMITED BY SIZE
                  VALOR-RSG-ED DELIMITED BY SIZE
               INTO DETALHE-REL.
           MOVE RSGT-PONTOS (IDX-RSG) TO PONTOS-REL.
           PERFORM IMPRIME-LINHA.

       RECUSA-RESGATE.
           ADD 1 TO CT-RSG-RECUS.
           MOVE "RESG RECUSADO" TO EVENTO-REL.
           MOVE MOTIVO-RSG      TO DETALHE-REL.
           IF RSGT-PONTOS (IDX-RSG) NUMERIC
               MOVE RSGT-PONTOS (IDX-RSG) TO PONTOS-REL
           ELSE
               MOVE ZEROES TO PONTOS-REL
           END-IF.
           PERFORM IMPRIME-LINHA.

      * Cliente que nao pontua (anonimizado ou sem pontos): todos os
      * resgates dele sao recusados com o motivo em MOTIVO-RSG.
       RECUSA-RESGATES-CLIENTE.
           MOVE ZEROES TO FID-SALDO.
           PERFORM VARYING IDX-RSG FROM 1 BY 1
                   UNTIL IDX-RSG > QTD-RSG-TAB
               IF RSGT-TRATADO (IDX-RSG) EQUAL "N" AND
                  RSGT-CODIGO (IDX-RSG) EQUAL CODIGOIN
                   MOVE "S" TO RSGT-TRATADO (IDX-RSG)
                   PERFORM RECUSA-RESGATE
               END-IF
           END-PERFORM.

      * Resgate de codigo que nao passou pelo CADCLI.
       RESGATES-SEM-CLIENTE.
           MOVE ZEROES TO FID-SALDO.
           MOVE SPACES TO NOME-REL.
           MOVE "CLIENTE INEXISTENTE" TO MOTIVO-RSG.
           PERFORM VARYING IDX-RSG FROM 1 BY 1
                   UNTIL IDX-RSG > QTD-RSG-TAB
               IF RSGT-TRATADO (IDX-RSG) EQUAL "N"
                   MOVE "S" TO RSGT-TRATADO (IDX-RSG)
                   MOVE RSGT-CODIGO (IDX-RSG) TO CODIGO-REL
                   PERFORM RECUSA-RESGATE
               END-IF
           END-PERFORM.

       IMPRIME-LINHA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-REL  TO CODIGO-DET.
           MOVE NOME-REL    TO NOME-DET.
           MOVE EVENTO-REL  TO EVENTO-DET.
           MOVE DETALHE-REL TO DETALHE-DET.
           MOVE PONTOS-REL  TO PONTOS-DET.
           MOVE FID-SALDO   TO SALDO-DET.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

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

      * Extracao para o sistema de campanhas: so clientes ativos
      * (o anonimizado ja ficou de fora em PRINCIPAL).
       GRAVA-DETALHE.
           MOVE CPFIN-NUM          TO EXT-CPF.
           MOVE NOMEIN             TO EXT-NOME.
           MOVE EMAILIN            TO EXT-EMAIL.
           MOVE TELEFONEIN         TO EXT-TELEFONE.
           MOVE NIVEL-ANT          TO EXT-NIVEL-ANT.
           MOVE NIVEL-NOVO         TO EXT-NIVEL-NOVO.
           MOVE FID-SALDO          TO EXT-SALDO.
           MOVE FID-PONTOS-PERIODO TO EXT-PONTOS-PER.
           MOVE SPACES TO REG-EXT.
           WRITE REG-EXT FROM EXT-DETALHE.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-EXTRAIDOS.
      * Hash total: soma dos CPFs mantida nos 15 digitos baixos.
           COMPUTE HASH-CPF = HASH-CPF + CPFIN-NUM.
           IF HASH-CPF NOT LESS THAN 1000000000000000
               SUBTRACT 1000000000000000 FROM HASH-CPF
           END-IF.

       GRAVA-TRAILER.
           MOVE CT-EXTRAIDOS TO TRL-QTD.
           MOVE HASH-CPF     TO TRL-HASH.
           MOVE SPACES TO REG-EXT.
           WRITE REG-EXT FROM EXT-TRAILER.
           ADD 1 TO CT-GRAVADOS.

      * O rodape avanca 3+2+1x6 = 11 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 29.
       TERMINO.
           IF CT-LIN GREATER THAN 29
               PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS       TO VAR-LIDOS.
           MOVE CT-PONTUADOS   TO VAR-PONTUADOS.
           MOVE CT-SUBIRAM     TO VAR-SUBIRAM.
           MOVE CT-DESCERAM    TO VAR-DESCERAM.
           MOVE CT-BRONZE      TO VAR-BRONZE.
           MOVE CT-PRATA       TO VAR-PRATA.
           MOVE CT-OURO        TO VAR-OURO.
           MOVE CT-RSG-APLIC   TO VAR-RSG-APLIC.
           MOVE TOT-PONTOS-RSG TO VAR-PONTOS-RSG.
           MOVE TOT-VALOR-RSG  TO VAR-VALOR-RSG.
           MOVE CT-RSG-RECUS   TO VAR-RSG-RECUS.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           CLOSE CADCLI CADFIDEL HISRESG EXTFIDEL RELFIDEL.
           IF TEM-ARQVISA EQUAL "S"
               CLOSE ARQVISA
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALDAT-P.

       COPY RUNLOG-P.
