       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-61.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       RESUMO EXECUTIVO MENSAL: junta numa pagina so os
      *               numeros que a diretoria hoje monta a partir de
      *               seis relatorios - situacao do quadro social
      *               (CADMEST, como no EM02-25), faturamento do mes
      *               (CADSOC1 gerado pelo EM02-31), recebimentos do
      *               razao LEDGPAG, inadimplencia (HISTATRA, como no
      *               EM02-08), ocupacao das viagens (TABVIAG e
      *               visitas, como no EM02-10) e a taxa de aprovacao
      *               (ARQALU/PARALU, como no EM02-05/EM02-28) - com
      *               o mes de referencia, o mes anterior e o mesmo
      *               mes do ano anterior lado a lado. Os indicadores
      *               do mes sao gravados no historico KPIHIST, de
      *               onde vem as duas colunas de comparacao, e os
      *               que passam dos limites do PARAKPI saem
      *               destacados com o alerta no pe da pagina. O mes
      *               de referencia e o ultimo mes fechado (FECHMES)
      *               ou o informado no PARAKPI; roda no mensal,
      *               depois do fechamento e antes do expurgo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mes de referencia e limites dos alertas.
           SELECT PARAKPI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
      * Historico dos indicadores: lido para as colunas de comparacao
      * e estendido com o registro do mes.
           SELECT KPIHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KPIH-STATUS.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOC1-STATUS.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Codigo de pagamento da baixa por perda (EM02-44), que nao e
      * recebimento e fica fora da taxa de cobranca.
           SELECT PARABAIX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BAIX-STATUS.
           SELECT HISTATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLI-STATUS.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALU-STATUS.
           SELECT PARALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARALU-STATUS.
           SELECT RELKPI ASSIGN TO DISK.
      * Referencia de viagens (capacidade e data de saida).
           COPY TABVIAG-F.
      * Arquivo morto de visitas.
           COPY ARQVISA-F.
      * Cadastro de turmas (aluno de turma desconhecida fica fora
      * da taxa de aprovacao).
           COPY TABTURMA-F.
      * Periodos fechados (mes de referencia default).
           COPY FECHMES-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Mes de referencia (AAAAMM; zeros = ultimo mes fechado) e os
      * limites dos alertas, em percentual (zeros = default).
       FD PARAKPI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAKPI.DAT".

       01 REG-PARAKPI.
          02 PARAM-MES-REF      PIC 9(06).
      * Taxa de cobranca minima e queda maxima (em pontos) contra o
      * mes anterior.
          02 PARAM-COB-MIN      PIC 9(03).
          02 PARAM-COB-QUEDA    PIC 9(03).
      * Aumento maximo dos novos cancelamentos contra o mes anterior.
          02 PARAM-CANC-SUBIDA  PIC 9(03).
      * Inadimplencia maxima, ocupacao e aprovacao minimas.
          02 PARAM-INADIMPL-MAX PIC 9(03).
          02 PARAM-OCUP-MIN     PIC 9(03).
          02 PARAM-APROV-MIN    PIC 9(03).

      * Historico dos indicadores, layout compartilhado em KPIREC.
       FD KPIHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "KPIHIST.DAT".

       01 REG-KPI.
          COPY KPIREC.

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Mesmo layout do CADSOC1 gravado pelo EM02-31.
       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC1.
           02 COD-PAG1      PIC 9(02).
           02 NUM-SOCIO1    PIC 9(06).
           02 NOME-SOCIO1   PIC X(30).
           02 VALOR-PAG1    PIC 9(09)V9(02).
           02 DIAS-ATRASO1  PIC 9(03).

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

       FD PARABAIX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARABAIX.DAT".

       01 REG-PARABAIX.
          02 PARAM-COD-BAIXA PIC 9(02).

      * Layout compartilhado com o EM02-01 (gerador do historico).
       FD HISTATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTATRA.DAT".

       01 REG-HIST.
           COPY HISATREC.

       FD CADCLI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCLI.DAT".

      * Layout compartilhado com EM02-02, EM02-10 e EX06.
       01 REG-CLI.
          COPY CLIREC.

       FD ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQALU.DAT".

      * Layout compartilhado com o EM02-05.
       01 REG-ALU.
          COPY ALUREC.

      * Parametro do semestre, layout compartilhado em PARALUR.
       FD PARALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARALU.DAT".

       01 REG-PARALU.
          COPY PARALUR.

       FD RELKPI
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(90).

      * Referencia de viagens.
       COPY TABVIAG-D.

      * Arquivo morto de visitas, layout compartilhado em VISAREC.
       FD ARQVISA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVISA.DAT".

       01 REG-VISA.
           COPY VISAREC.

      * Periodos fechados.
       COPY FECHMES-D.

      * Cadastro de turmas.
       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 CT-PAG     PIC 9(02) VALUE ZEROES.

       77 WS-PARAM-STATUS  PIC X(02).
       77 WS-KPIH-STATUS   PIC X(02).
       77 WS-MEST-STATUS   PIC X(02).
       77 WS-SOC1-STATUS   PIC X(02).
       77 WS-LEDG-STATUS   PIC X(02).
       77 WS-BAIX-STATUS   PIC X(02).
       77 WS-HIST-STATUS   PIC X(02).
       77 WS-CLI-STATUS    PIC X(02).
       77 WS-ALU-STATUS    PIC X(02).
       77 WS-PARALU-STATUS PIC X(02).
       77 WS-VISA-STATUS   PIC X(02).
       77 CT-LIN           PIC 9(02) VALUE ZEROES.

      * Mes de referencia e os dois meses de comparacao (AAAAMM).
       01 MES-REF.
           02 ANO-REF PIC 9(04).
           02 MM-REF  PIC 9(02).
       01 MES-ANT.
           02 ANO-ANT PIC 9(04).
           02 MM-ANT  PIC 9(02).
       01 MES-ANO-ANT.
           02 ANO-ANO-ANT PIC 9(04).
           02 MM-ANO-ANT  PIC 9(02).

      * Limites dos alertas (defaults quando PARAKPI.DAT falta ou
      * traz o campo zerado) e o codigo da baixa por perda (padrao
      * 98, o mesmo do EM02-44).
       77 COB-MIN       PIC 9(03) VALUE 85.
       77 COB-QUEDA     PIC 9(03) VALUE 5.
       77 CANC-SUBIDA   PIC 9(03) VALUE 20.
       77 INADIMPL-MAX  PIC 9(03) VALUE 15.
       77 OCUP-MIN      PIC 9(03) VALUE 60.
       77 APROV-MIN     PIC 9(03) VALUE 70.
       77 COD-BAIXA     PIC 9(02) VALUE 98.

      * Criterio de aprovacao do PARALU (defaults do EM02-28).
       77 LIMITE-MEDIA  PIC 9(02)V9(02) VALUE 7,00.
       77 LIMITE-FALTAS PIC 9(02)       VALUE 16.
       77 PESO-NOTA1    PIC 9V99 VALUE 1,00.
       77 PESO-NOTA2    PIC 9V99 VALUE 1,00.
       77 PESO-NOTA3    PIC 9V99 VALUE 1,00.
       77 SOMA-PESOS    PIC 9V99.
       77 MEDIA         PIC 9(02)V9(02).

      * Indicadores do mes de referencia, no layout do historico.
       01 KPI-ATUAL.
           COPY KPIREC REPLACING LEADING ==KPI-== BY ==ATU-==.

      * Acumuladores das fontes antes do calculo das taxas.
       77 QTD-APROVADOS  PIC 9(07) VALUE ZEROES.
       77 CT-ALU-NC      PIC 9(07) VALUE ZEROES.
       77 ED-ALU-NC      PIC Z.ZZZ.ZZ9.
       77 CAPACIDADE-MES PIC 9(07) VALUE ZEROES.
       77 DATA-HIST-MES  PIC 9(08) VALUE ZEROES.
       77 FIM-FONTE      PIC X(03).
       77 IDX-VIS        PIC 9(02).
       77 REF-VIS-W      PIC X(06).

      * Colunas do relatorio: 1 = mes de referencia, 2 = mes
      * anterior, 3 = mesmo mes do ano anterior (as duas ultimas
      * vem do KPIHIST; COL-ACHOU "N" = mes sem registro).
       77 IDX-COL PIC 9(01).
       77 IDX-IND PIC 9(02).
       01 TAB-COLUNAS.
           02 COLUNA OCCURS 3 TIMES.
              03 COL-MES   PIC 9(06).
              03 COL-ACHOU PIC X(01).
              03 COL-IND   PIC 9(11)V9(02) OCCURS 16 TIMES.

      * Nome e tipo de cada indicador, na ordem do KPIREC: Q =
      * quantidade, V = valor em reais, P = percentual.
       01 NOMES-IND-CONST.
           02 FILLER PIC X(25) VALUE "Socios ativos           Q".
           02 FILLER PIC X(25) VALUE "Socios suspensos        Q".
           02 FILLER PIC X(25) VALUE "Socios cancelados       Q".
           02 FILLER PIC X(25) VALUE "Novos cancelamentos     Q".
           02 FILLER PIC X(25) VALUE "Socios faturados        Q".
           02 FILLER PIC X(25) VALUE "Valor faturado          V".
           02 FILLER PIC X(25) VALUE "Valor recebido          V".
           02 FILLER PIC X(25) VALUE "Taxa de cobranca        P".
           02 FILLER PIC X(25) VALUE "Socios em atraso        Q".
           02 FILLER PIC X(25) VALUE "Valor em atraso         V".
           02 FILLER PIC X(25) VALUE "Taxa de inadimplencia   P".
           02 FILLER PIC X(25) VALUE "Viagens no mes          Q".
           02 FILLER PIC X(25) VALUE "Passageiros             Q".
           02 FILLER PIC X(25) VALUE "Taxa de ocupacao        P".
           02 FILLER PIC X(25) VALUE "Alunos avaliados        Q".
           02 FILLER PIC X(25) VALUE "Taxa de aprovacao       P".
       01 NOMES-IND-TAB REDEFINES NOMES-IND-CONST.
           02 NOME-IND-OCORR OCCURS 16 TIMES.
              03 NOME-IND PIC X(24).
              03 TIPO-IND PIC X(01).

      * Alerta por indicador ("S" = passou do limite) e as mensagens
      * do pe da pagina: alertas e observacoes sobre fontes
      * ausentes (qualquer observacao termina a execucao com RC 4).
       01 TAB-ALERTA-IND.
           02 ALERTA-IND PIC X(01) OCCURS 16 TIMES.
       77 QTD-ALERTAS PIC 9(02) VALUE ZEROES.
       77 IDX-ALR     PIC 9(02).
       01 TAB-ALERTAS.
           02 ALR-OCORR OCCURS 6 TIMES.
              03 ALR-TXT-T  PIC X(45).
              03 ALR-LIM-T  PIC 9(03).
              03 ALR-UNID-T PIC X(07).
       77 ALR-TXT-W  PIC X(45).
       77 ALR-LIM-W  PIC 9(03).
       77 ALR-UNID-W PIC X(07).
       77 QTD-OBS    PIC 9(02) VALUE ZEROES.
       77 IDX-OBS    PIC 9(02).
       01 TAB-OBS.
           02 OBS-TXT-T PIC X(80) OCCURS 10 TIMES.
       77 OBS-TXT-W  PIC X(80).

      * Variacao contra o mes anterior: percentual para quantidades
      * e valores, diferenca em pontos para as taxas.
       77 VAR-W      PIC S9(04)V9(01).
       77 VAR-OK     PIC X(01).
       77 VALOR-IND-W PIC 9(11)V9(02).

      * Campos editados das colunas de valor (14 posicoes).
       01 ED-VALOR PIC ZZZ.ZZZ.ZZ9,99.
       01 ED-QTD.
           02 FILLER   PIC X(03) VALUE SPACES.
           02 ED-QTD-N PIC ZZZ.ZZZ.ZZ9.
       01 ED-PCT.
           02 FILLER   PIC X(07) VALUE SPACES.
           02 ED-PCT-N PIC ZZ9,99.
           02 FILLER   PIC X(01) VALUE "%".
       01 ED-VAR.
           02 ED-VAR-N    PIC +ZZZ9,9.
           02 ED-VAR-UNID PIC X(02).
       77 ED-COLUNA PIC X(14).

      * Campos da tabela de viagens em memoria.
       COPY TABVIAG-W.

      * Ultimo mes fechado.
       COPY FECHMES-W.

      * Tabela de turmas em memoria.
       COPY TABTURMA-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(07) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
           02 FILLER  PIC X(78) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(05) VALUE SPACES.

       01 CAB-02.
           02 FILLER    PIC X(18) VALUE SPACES.
           02 FILLER    PIC X(46) VALUE
               "RESUMO EXECUTIVO MENSAL - MES DE REFERENCIA: ".
           02 MM-CAB    PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 AAAA-CAB  PIC 9999.
           02 FILLER    PIC X(19) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "INDICADOR".
           02 FILLER PIC X(16) VALUE "     MES ATUAL  ".
           02 FILLER PIC X(16) VALUE "  MES ANTERIOR  ".
           02 FILLER PIC X(16) VALUE "MESMO MES A.A.  ".
           02 FILLER PIC X(10) VALUE " VARIACAO ".
           02 FILLER PIC X(06) VALUE SPACES.

      * Meses de cada coluna, logo abaixo dos titulos.
       01 CAB-04.
           02 FILLER  PIC X(33) VALUE SPACES.
           02 MM-C1   PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 AAAA-C1 PIC 9999.
           02 FILLER  PIC X(09) VALUE SPACES.
           02 MM-C2   PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 AAAA-C2 PIC 9999.
           02 FILLER  PIC X(09) VALUE SPACES.
           02 MM-C3   PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 AAAA-C3 PIC 9999.
           02 FILLER  PIC X(04) VALUE SPACES.
           02 FILLER  PIC X(08) VALUE "S/ ANT.".
           02 FILLER  PIC X(06) VALUE SPACES.

       01 LIN-GRUPO.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 GRUPO-LIN PIC X(40).
           02 FILLER    PIC X(49) VALUE SPACES.

      * Linha de um indicador: as tres colunas, a variacao contra o
      * mes anterior e a marca de alerta.
       01 LIN-IND.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DESC-LIN   PIC X(24).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 ATU-LIN    PIC X(14).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 ANT-LIN    PIC X(14).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 AAN-LIN    PIC X(14).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 VAR-LIN    PIC X(09).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 ALERTA-LIN PIC X(06).

       01 LIN-TIT-ALERTAS.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "ALERTAS (LIMITES DO PARAKPI):".
           02 FILLER PIC X(49) VALUE SPACES.

       01 LIN-ALERTA.
           02 FILLER     PIC X(03) VALUE SPACES.
           02 FILLER     PIC X(04) VALUE "*** ".
           02 ALR-TXT    PIC X(45).
           02 FILLER     PIC X(09) VALUE " LIMITE: ".
           02 ALR-LIM    PIC ZZ9.
           02 ALR-UNID   PIC X(07).
           02 FILLER     PIC X(19) VALUE SPACES.

       01 LIN-SEM-ALERTA.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "Nenhum indicador fora dos limites.".
           02 FILLER PIC X(47) VALUE SPACES.

       01 LIN-TIT-OBS.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "OBSERVACOES:".
           02 FILLER PIC X(69) VALUE SPACES.

       01 LIN-OBS.
           02 FILLER  PIC X(03) VALUE SPACES.
           02 OBS-LIN PIC X(80).
           02 FILLER  PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-EM02-61.
       PERFORM INICIO.
       PERFORM APURA-QUADRO-SOCIAL.
       PERFORM APURA-FATURAMENTO.
       PERFORM APURA-RECEBIMENTOS.
       PERFORM APURA-INADIMPLENCIA.
       PERFORM APURA-OCUPACAO.
       PERFORM APURA-APROVACAO.
       PERFORM CALCULA-TAXAS.
       PERFORM AVALIA-ALERTAS.
       PERFORM IMPRIME-RESUMO.
       PERFORM GRAVA-HISTORICO.
       PERFORM FIM.
       STOP RUN.

       INICIO.
            MOVE "EM02-61" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE ZEROES TO KPI-ATUAL.
            MOVE SPACES TO TAB-ALERTA-IND.
            PERFORM LE-PARAMETROS.
            PERFORM DEFINE-MESES.
            PERFORM LE-HISTORICO.
            OPEN OUTPUT RELKPI.

      * Limites do PARAKPI: campo zerado (ou arquivo ausente) fica
      * com o default; codigo da baixa do PARABAIX, como no EM02-44.
       LE-PARAMETROS.
           MOVE ZEROES TO MES-REF.
           OPEN INPUT PARAKPI.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAKPI
                   AT END
                       MOVE ZEROES TO REG-PARAKPI
               END-READ
               CLOSE PARAKPI
               IF PARAM-MES-REF NUMERIC
                   MOVE PARAM-MES-REF TO MES-REF
               END-IF
               IF PARAM-COB-MIN NUMERIC AND
                  PARAM-COB-MIN GREATER THAN ZEROES
                   MOVE PARAM-COB-MIN TO COB-MIN
               END-IF
               IF PARAM-COB-QUEDA NUMERIC AND
                  PARAM-COB-QUEDA GREATER THAN ZEROES
                   MOVE PARAM-COB-QUEDA TO COB-QUEDA
               END-IF
               IF PARAM-CANC-SUBIDA NUMERIC AND
                  PARAM-CANC-SUBIDA GREATER THAN ZEROES
                   MOVE PARAM-CANC-SUBIDA TO CANC-SUBIDA
               END-IF
               IF PARAM-INADIMPL-MAX NUMERIC AND
                  PARAM-INADIMPL-MAX GREATER THAN ZEROES
                   MOVE PARAM-INADIMPL-MAX TO INADIMPL-MAX
               END-IF
               IF PARAM-OCUP-MIN NUMERIC AND
                  PARAM-OCUP-MIN GREATER THAN ZEROES
                   MOVE PARAM-OCUP-MIN TO OCUP-MIN
               END-IF
               IF PARAM-APROV-MIN NUMERIC AND
                  PARAM-APROV-MIN GREATER THAN ZEROES
                   MOVE PARAM-APROV-MIN TO APROV-MIN
               END-IF
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

      * Sem mes no PARAKPI vale o ultimo mes fechado (o resumo roda
      * logo depois do fechamento); sem nenhum fechamento, o mes
      * corrente.
       DEFINE-MESES.
           IF MES-REF EQUAL ZEROES
               PERFORM LE-FECHMES
               MOVE MES-FECHADO TO MES-REF
           END-IF.
           IF MES-REF EQUAL ZEROES
               MOVE FUNCTION CURRENT-DATE (1:6) TO MES-REF
           END-IF.
           IF MM-REF LESS THAN 1 OR MM-REF GREATER THAN 12
               DISPLAY "EM02-61: MES DE REFERENCIA INVALIDO NO "
                   "PARAKPI: " MES-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MM-REF EQUAL 1
               COMPUTE ANO-ANT = ANO-REF - 1
               MOVE 12 TO MM-ANT
           ELSE
               MOVE ANO-REF TO ANO-ANT
               COMPUTE MM-ANT = MM-REF - 1
           END-IF.
           COMPUTE ANO-ANO-ANT = ANO-REF - 1.
           MOVE MM-REF TO MM-ANO-ANT.
           MOVE MES-REF     TO COL-MES (1).
           MOVE MES-ANT     TO COL-MES (2).
           MOVE MES-ANO-ANT TO COL-MES (3).
           MOVE "S" TO COL-ACHOU (1).
           MOVE "N" TO COL-ACHOU (2).
           MOVE "N" TO COL-ACHOU (3).
           MOVE MES-REF TO ATU-MES.

      * Colunas de comparacao: o registro mais recente do KPIHIST
      * para o mes anterior e para o mesmo mes do ano anterior. Sem
      * o arquivo (primeiro mes) as duas colunas saem sem registro.
       LE-HISTORICO.
           OPEN INPUT KPIHIST.
           IF WS-KPIH-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-FONTE
               PERFORM UNTIL FIM-FONTE EQUAL "SIM"
                   READ KPIHIST
                       AT END MOVE "SIM" TO FIM-FONTE
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           IF KPI-MES EQUAL MES-ANT
                               MOVE 2 TO IDX-COL
                               PERFORM GUARDA-COLUNA
                           END-IF
                           IF KPI-MES EQUAL MES-ANO-ANT
                               MOVE 3 TO IDX-COL
                               PERFORM GUARDA-COLUNA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPIHIST
           END-IF.

       GUARDA-COLUNA.
           MOVE "S" TO COL-ACHOU (IDX-COL).
           PERFORM VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 16
               MOVE KPI-IND (IDX-IND) TO COL-IND (IDX-COL IDX-IND)
           END-PERFORM.

      * Quadro social na data da execucao (mesmas situacoes da
      * contagem do EM02-25). Novos cancelamentos = aumento dos
      * cancelados contra o mes anterior do historico; sem ele nao
      * ha como apurar e o indicador fica zerado.
       APURA-QUADRO-SOCIAL.
           OPEN INPUT CADMEST.
           IF WS-MEST-STATUS NOT EQUAL "00"
               DISPLAY "EM02-61: ERRO AO ABRIR CADMEST, STATUS "
                   WS-MEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-FONTE.
           MOVE ZEROES TO MST-NUM-SOCIO.
           START CADMEST KEY NOT LESS THAN MST-NUM-SOCIO
               INVALID KEY MOVE "SIM" TO FIM-FONTE
           END-START.
           PERFORM UNTIL FIM-FONTE EQUAL "SIM"
               READ CADMEST NEXT
                   AT END MOVE "SIM" TO FIM-FONTE
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       IF MST-SIT-SUSPENSO
                           ADD 1 TO ATU-SOC-SUSPENSOS
                       ELSE
                           IF MST-SIT-CANCELADO
                               ADD 1 TO ATU-SOC-CANCELADOS
                           ELSE
                               ADD 1 TO ATU-SOC-ATIVOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADMEST.
           IF COL-ACHOU (2) EQUAL "S"
               IF ATU-SOC-CANCELADOS GREATER THAN COL-IND (2 3)
                   COMPUTE ATU-NOVOS-CANCEL =
                       ATU-SOC-CANCELADOS - COL-IND (2 3)
               END-IF
           ELSE
               MOVE "SEM MES ANTERIOR NO KPIHIST: NOVOS CANCEL. ZERADO"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           END-IF.

      * Faturamento do mes: o CADSOC1 vigente, gerado pelo EM02-31.
       APURA-FATURAMENTO.
           OPEN INPUT CADSOC1.
           IF WS-SOC1-STATUS NOT EQUAL "00"
               DISPLAY "EM02-61: ERRO AO ABRIR CADSOC1, STATUS "
                   WS-SOC1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-FONTE.
           PERFORM UNTIL FIM-FONTE EQUAL "SIM"
               READ CADSOC1
                   AT END MOVE "SIM" TO FIM-FONTE
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       ADD 1 TO ATU-QTD-FATURADOS
                       IF VALOR-PAG1 NUMERIC
                           ADD VALOR-PAG1 TO ATU-VAL-FATURADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADSOC1.

      * Recebimentos: lancamentos do razao datados no mes de
      * referencia, fora as baixas por perda (que tiram a divida do
      * contas a receber sem entrar dinheiro).
       APURA-RECEBIMENTOS.
           OPEN INPUT LEDGPAG.
           IF WS-LEDG-STATUS NOT EQUAL "00"
               DISPLAY "EM02-61: ERRO AO ABRIR LEDGPAG, STATUS "
                   WS-LEDG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-FONTE.
           MOVE ZEROES TO LED-CHAVE.
           START LEDGPAG KEY NOT LESS THAN LED-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-FONTE
           END-START.
           PERFORM UNTIL FIM-FONTE EQUAL "SIM"
               READ LEDGPAG NEXT
                   AT END MOVE "SIM" TO FIM-FONTE
                   NOT AT END
                       ADD 1 TO CT-LIDOS
                       IF LED-DATA (1:6) EQUAL MES-REF AND
                          LED-COD-PAG NOT EQUAL COD-BAIXA
                           ADD LED-VALOR TO ATU-VAL-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGPAG.

      * Inadimplencia: a ultima execucao do EM02-01 dentro do mes
      * (o HISTATRA tem um registro por execucao, em ordem de data).
       APURA-INADIMPLENCIA.
           OPEN INPUT HISTATRA.
           IF WS-HIST-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-FONTE
               PERFORM UNTIL FIM-FONTE EQUAL "SIM"
                   READ HISTATRA
                       AT END MOVE "SIM" TO FIM-FONTE
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           IF HIST-DATA (1:6) EQUAL MES-REF AND
                              HIST-DATA NOT LESS THAN DATA-HIST-MES
                               MOVE HIST-DATA      TO DATA-HIST-MES
                               MOVE HIST-QTD-TOTAL TO ATU-QTD-ATRASO
                               MOVE HIST-VAL-TOTAL TO ATU-VAL-ATRASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTATRA
           END-IF.
           IF DATA-HIST-MES EQUAL ZEROES
               MOVE "HISTATRA SEM EXECUCAO NO MES: INADIMPLENCIA ZERADA"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           END-IF.

      * Ocupacao: viagens ativas da TABVIAG com saida no mes, contra
      * as visitas registradas nelas (historico do CADCLI mais o
      * arquivo morto, como no EM02-10).
       APURA-OCUPACAO.
           PERFORM LE-TABVIAG.
           PERFORM VARYING IDX-VIAG-REF FROM 1 BY 1
                   UNTIL IDX-VIAG-REF > QTD-VIAG-REF
               IF VIAG-REF-ATIVO (IDX-VIAG-REF) EQUAL "S" AND
                  VIAG-REF-SAIDA (IDX-VIAG-REF) (1:6) EQUAL MES-REF
                   ADD 1 TO ATU-QTD-VIAGENS
                   ADD VIAG-REF-CAP (IDX-VIAG-REF) TO CAPACIDADE-MES
               END-IF
           END-PERFORM.
           IF ATU-QTD-VIAGENS EQUAL ZEROES
               MOVE "SEM VIAGEM ATIVA COM SAIDA NO MES: OCUPACAO ZERADA"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           ELSE
               PERFORM CONTA-PASSAGEIROS
           END-IF.

       CONTA-PASSAGEIROS.
           OPEN INPUT CADCLI.
           IF WS-CLI-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-FONTE
               PERFORM UNTIL FIM-FONTE EQUAL "SIM"
                   READ CADCLI
                       AT END MOVE "SIM" TO FIM-FONTE
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           PERFORM VARYING IDX-VIS FROM 1 BY 1
                                   UNTIL IDX-VIS GREATER THAN QTD-VIS
                               MOVE REF-VIAGEM (IDX-VIS) TO REF-VIS-W
                               PERFORM CONTA-VISITA
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CADCLI
           ELSE
               MOVE "CADCLI.DAT AUSENTE: PASSAGEIROS SO DO ARQVISA"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           END-IF.
      * Sem ARQVISA.DAT segue so com o historico do registro, como
      * o EM02-10.
           OPEN INPUT ARQVISA.
           IF WS-VISA-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-FONTE
               MOVE ZEROES TO ARCV-CHAVE
               START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-FONTE
               END-START
               PERFORM UNTIL FIM-FONTE EQUAL "SIM"
                   READ ARQVISA NEXT
                       AT END MOVE "SIM" TO FIM-FONTE
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           MOVE ARCV-REF-VIAGEM TO REF-VIS-W
                           PERFORM CONTA-VISITA
                   END-READ
               END-PERFORM
               CLOSE ARQVISA
           END-IF.

       CONTA-VISITA.
           MOVE REF-VIS-W TO COD-VIAG-BUSCA.
           PERFORM BUSCA-VIAG-REF.
           IF ACHOU-VIAG-REF EQUAL "S" AND
              ATIVO-VIAG-REF EQUAL "S" AND
              SAIDA-VIAG-REF (1:6) EQUAL MES-REF
               ADD 1 TO ATU-PASSAGEIROS
           END-IF.

      * Aprovacao: media ponderada e faltas contra os limites do
      * PARALU, com os mesmos defaults e a mesma regra do EM02-28.
      * Aluno de turma que nao esta no TABTURMA nao entra na taxa
      * (sai so a contagem nas observacoes); sem TABTURMA.DAT as
      * turmas nao sao conferidas, como no EM02-05.
       APURA-APROVACAO.
           PERFORM LE-TABTURMA.
           OPEN INPUT PARALU.
           IF WS-PARALU-STATUS EQUAL "00"
               READ PARALU
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARALU-LIMITE-MEDIA  TO LIMITE-MEDIA
                       MOVE PARALU-LIMITE-FALTAS TO LIMITE-FALTAS
                       MOVE PARALU-PESO-NOTA1    TO PESO-NOTA1
                       MOVE PARALU-PESO-NOTA2    TO PESO-NOTA2
                       MOVE PARALU-PESO-NOTA3    TO PESO-NOTA3
               END-READ
               CLOSE PARALU
           END-IF.
           COMPUTE SOMA-PESOS = PESO-NOTA1 + PESO-NOTA2 + PESO-NOTA3.
           IF SOMA-PESOS EQUAL ZERO
               MOVE 1,00 TO PESO-NOTA1
               MOVE 1,00 TO PESO-NOTA2
               MOVE 1,00 TO PESO-NOTA3
               COMPUTE SOMA-PESOS =
                   PESO-NOTA1 + PESO-NOTA2 + PESO-NOTA3
           END-IF.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-FONTE
               PERFORM UNTIL FIM-FONTE EQUAL "SIM"
                   READ ARQALU
                       AT END MOVE "SIM" TO FIM-FONTE
                       NOT AT END
                           ADD 1 TO CT-LIDOS
                           PERFORM CONTA-ALUNO
                   END-READ
               END-PERFORM
               CLOSE ARQALU
               IF CT-ALU-NC GREATER THAN ZEROES
                   MOVE CT-ALU-NC TO ED-ALU-NC
                   MOVE SPACES TO OBS-TXT-W
                   STRING ED-ALU-NC DELIMITED BY SIZE
                       " ALUNO(S) DE TURMA FORA DO TABTURMA: FORA DA"
                           DELIMITED BY SIZE
                       " TAXA DE APROVACAO" DELIMITED BY SIZE
                       INTO OBS-TXT-W
                   PERFORM GUARDA-OBS
               END-IF
           ELSE
               MOVE "ARQALU.DAT AUSENTE: APROVACAO ZERADA"
                   TO OBS-TXT-W
               PERFORM GUARDA-OBS
           END-IF.

       CONTA-ALUNO.
           IF QTD-TUR-REF GREATER THAN 0
               MOVE TURMA TO COD-TUR-BUSCA
               PERFORM BUSCA-TURMA-REF
           ELSE
               MOVE "S" TO ACHOU-TUR-REF
           END-IF.
           IF ACHOU-TUR-REF EQUAL "N"
               ADD 1 TO CT-ALU-NC
           ELSE
               ADD 1 TO ATU-QTD-ALUNOS
               COMPUTE MEDIA ROUNDED =
                   (NOTA1 * PESO-NOTA1 +
                    NOTA2 * PESO-NOTA2 +
                    NOTA3 * PESO-NOTA3) / SOMA-PESOS
               IF MEDIA > LIMITE-MEDIA AND
                  FALTAS < LIMITE-FALTAS
                   ADD 1 TO QTD-APROVADOS
               END-IF
           END-IF.

      * Taxas em percentual; sem base (divisor zero) a taxa fica
      * zerada.
       CALCULA-TAXAS.
           IF ATU-VAL-FATURADO GREATER THAN ZEROES
               COMPUTE ATU-TAXA-COBRANCA ROUNDED =
                   ATU-VAL-RECEBIDO * 100 / ATU-VAL-FATURADO
           END-IF.
           IF ATU-SOC-ATIVOS GREATER THAN ZEROES
               COMPUTE ATU-TAXA-INADIMPL ROUNDED =
                   ATU-QTD-ATRASO * 100 / ATU-SOC-ATIVOS
           END-IF.
           IF CAPACIDADE-MES GREATER THAN ZEROES
               COMPUTE ATU-TAXA-OCUPACAO ROUNDED =
                   ATU-PASSAGEIROS * 100 / CAPACIDADE-MES
           END-IF.
           IF ATU-QTD-ALUNOS GREATER THAN ZEROES
               COMPUTE ATU-TAXA-APROVACAO ROUNDED =
                   QTD-APROVADOS * 100 / ATU-QTD-ALUNOS
           END-IF.
           PERFORM VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 16
               MOVE ATU-IND (IDX-IND) TO COL-IND (1 IDX-IND)
           END-PERFORM.

      * Limites do PARAKPI: cada regra que dispara marca a linha do
      * indicador e gera uma linha de alerta no pe da pagina. Sem
      * base (nada faturado, nenhuma viagem, nenhum aluno) a regra
      * do indicador nao e avaliada.
       AVALIA-ALERTAS.
           IF ATU-VAL-FATURADO GREATER THAN ZEROES AND
              ATU-TAXA-COBRANCA LESS THAN COB-MIN
               MOVE "S" TO ALERTA-IND (8)
               MOVE "TAXA DE COBRANCA ABAIXO DO MINIMO" TO ALR-TXT-W
               MOVE COB-MIN TO ALR-LIM-W
               MOVE "%" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.
           IF COL-ACHOU (2) EQUAL "S" AND
              ATU-VAL-FATURADO GREATER THAN ZEROES AND
              COL-IND (2 8) - ATU-TAXA-COBRANCA GREATER THAN COB-QUEDA
               MOVE "S" TO ALERTA-IND (8)
               MOVE "TAXA DE COBRANCA CAIU CONTRA O MES ANTERIOR"
                   TO ALR-TXT-W
               MOVE COB-QUEDA TO ALR-LIM-W
               MOVE " PONTOS" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.
      * Mes anterior sem cancelamento nao tem base percentual: a
      * regra de subida so vale a partir do primeiro cancelamento.
           IF COL-ACHOU (2) EQUAL "S" AND
              COL-IND (2 4) GREATER THAN ZEROES AND
              (ATU-NOVOS-CANCEL - COL-IND (2 4)) * 100 / COL-IND (2 4)
                  GREATER THAN CANC-SUBIDA
               MOVE "S" TO ALERTA-IND (4)
               MOVE "NOVOS CANCELAMENTOS ACIMA DO MES ANTERIOR"
                   TO ALR-TXT-W
               MOVE CANC-SUBIDA TO ALR-LIM-W
               MOVE "%" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.
           IF ATU-TAXA-INADIMPL GREATER THAN INADIMPL-MAX
               MOVE "S" TO ALERTA-IND (11)
               MOVE "TAXA DE INADIMPLENCIA ACIMA DO MAXIMO" TO ALR-TXT-W
               MOVE INADIMPL-MAX TO ALR-LIM-W
               MOVE "%" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.
           IF CAPACIDADE-MES GREATER THAN ZEROES AND
              ATU-TAXA-OCUPACAO LESS THAN OCUP-MIN
               MOVE "S" TO ALERTA-IND (14)
               MOVE "TAXA DE OCUPACAO ABAIXO DO MINIMO" TO ALR-TXT-W
               MOVE OCUP-MIN TO ALR-LIM-W
               MOVE "%" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.
           IF ATU-QTD-ALUNOS GREATER THAN ZEROES AND
              ATU-TAXA-APROVACAO LESS THAN APROV-MIN
               MOVE "S" TO ALERTA-IND (16)
               MOVE "TAXA DE APROVACAO ABAIXO DO MINIMO" TO ALR-TXT-W
               MOVE APROV-MIN TO ALR-LIM-W
               MOVE "%" TO ALR-UNID-W
               PERFORM GUARDA-ALERTA
           END-IF.

       GUARDA-ALERTA.
           IF QTD-ALERTAS LESS THAN 6
               ADD 1 TO QTD-ALERTAS
               MOVE ALR-TXT-W  TO ALR-TXT-T (QTD-ALERTAS)
               MOVE ALR-LIM-W  TO ALR-LIM-T (QTD-ALERTAS)
               MOVE ALR-UNID-W TO ALR-UNID-T (QTD-ALERTAS)
           END-IF.

      * Observacao sobre fonte ausente ou sem dado no mes: sai no pe
      * da pagina, no console, e a execucao termina com RC 4.
       GUARDA-OBS.
           DISPLAY "EM02-61: " OBS-TXT-W.
           MOVE 4 TO RETURN-CODE.
           IF QTD-OBS LESS THAN 10
               ADD 1 TO QTD-OBS
               MOVE OBS-TXT-W TO OBS-TXT-T (QTD-OBS)
           END-IF.

      * Formulario de 40 linhas: cabecalho ate a linha 8, os cinco
      * grupos e os 16 indicadores ate a 29 e os alertas (no maximo
      * 6) ate a 37. As observacoes seguem na mesma pagina enquanto
      * couberem; o que passar da linha 40 continua numa pagina
      * nova, com cabecalho e o titulo das observacoes repetidos.
       IMPRIME-RESUMO.
           PERFORM CABECALHO.
           PERFORM VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 16
               PERFORM IMPRIME-GRUPO
               PERFORM IMPRIME-INDICADOR
           END-PERFORM.
           WRITE REG-REL FROM LIN-TIT-ALERTAS AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           IF QTD-ALERTAS EQUAL ZEROES
               WRITE REG-REL FROM LIN-SEM-ALERTA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.
           PERFORM VARYING IDX-ALR FROM 1 BY 1
                   UNTIL IDX-ALR > QTD-ALERTAS
               MOVE ALR-TXT-T (IDX-ALR)  TO ALR-TXT
               MOVE ALR-LIM-T (IDX-ALR)  TO ALR-LIM
               MOVE ALR-UNID-T (IDX-ALR) TO ALR-UNID
               WRITE REG-REL FROM LIN-ALERTA AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-PERFORM.
           IF QTD-OBS GREATER THAN ZEROES
               IF CT-LIN GREATER THAN 37
                   PERFORM CABECALHO
               END-IF
               PERFORM TITULO-OBS
               PERFORM VARYING IDX-OBS FROM 1 BY 1
                       UNTIL IDX-OBS > QTD-OBS
                   IF CT-LIN NOT LESS THAN 40
                       PERFORM CABECALHO
                       PERFORM TITULO-OBS
                   END-IF
                   MOVE OBS-TXT-T (IDX-OBS) TO OBS-LIN
                   WRITE REG-REL FROM LIN-OBS AFTER ADVANCING 1 LINE
                   ADD 1 TO CT-LIN
               END-PERFORM
           END-IF.

       TITULO-OBS.
           WRITE REG-REL FROM LIN-TIT-OBS AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMPRIME-GRUPO.
           MOVE SPACES TO GRUPO-LIN.
           IF IDX-IND EQUAL 1
               MOVE "QUADRO SOCIAL" TO GRUPO-LIN
           END-IF.
           IF IDX-IND EQUAL 5
               MOVE "FATURAMENTO E COBRANCA" TO GRUPO-LIN
           END-IF.
           IF IDX-IND EQUAL 9
               MOVE "INADIMPLENCIA" TO GRUPO-LIN
           END-IF.
           IF IDX-IND EQUAL 12
               MOVE "FRETAMENTO" TO GRUPO-LIN
           END-IF.
           IF IDX-IND EQUAL 15
               MOVE "ACADEMICO" TO GRUPO-LIN
           END-IF.
           IF GRUPO-LIN NOT EQUAL SPACES
               WRITE REG-REL FROM LIN-GRUPO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.

      * Linha de um indicador: o valor de cada coluna editado pelo
      * tipo, "sem registro" onde o historico nao tem o mes, e a
      * variacao contra o mes anterior (pontos para as taxas).
       IMPRIME-INDICADOR.
           MOVE NOME-IND (IDX-IND) TO DESC-LIN.
           MOVE 1 TO IDX-COL.
           PERFORM EDITA-COLUNA.
           MOVE ED-COLUNA TO ATU-LIN.
           MOVE 2 TO IDX-COL.
           PERFORM EDITA-COLUNA.
           MOVE ED-COLUNA TO ANT-LIN.
           MOVE 3 TO IDX-COL.
           PERFORM EDITA-COLUNA.
           MOVE ED-COLUNA TO AAN-LIN.
           PERFORM CALCULA-VARIACAO.
           IF ALERTA-IND (IDX-IND) EQUAL "S"
               MOVE "ALERTA" TO ALERTA-LIN
           ELSE
               MOVE SPACES TO ALERTA-LIN
           END-IF.
           WRITE REG-REL FROM LIN-IND AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       EDITA-COLUNA.
           IF COL-ACHOU (IDX-COL) NOT EQUAL "S"
               MOVE "  sem registro" TO ED-COLUNA
           ELSE
               MOVE COL-IND (IDX-COL IDX-IND) TO VALOR-IND-W
               IF TIPO-IND (IDX-IND) EQUAL "V"
                   MOVE VALOR-IND-W TO ED-VALOR
                   MOVE ED-VALOR TO ED-COLUNA
               ELSE
                   IF TIPO-IND (IDX-IND) EQUAL "P"
                       MOVE VALOR-IND-W TO ED-PCT-N
                       MOVE ED-PCT TO ED-COLUNA
                   ELSE
                       MOVE VALOR-IND-W TO ED-QTD-N
                       MOVE ED-QTD TO ED-COLUNA
                   END-IF
               END-IF
           END-IF.

       CALCULA-VARIACAO.
           MOVE SPACES TO VAR-LIN.
           MOVE "S" TO VAR-OK.
           IF COL-ACHOU (2) EQUAL "S"
               IF TIPO-IND (IDX-IND) EQUAL "P"
                   COMPUTE VAR-W ROUNDED =
                       COL-IND (1 IDX-IND) - COL-IND (2 IDX-IND)
                   MOVE "pp" TO ED-VAR-UNID
               ELSE
                   IF COL-IND (2 IDX-IND) GREATER THAN ZEROES
                       COMPUTE VAR-W ROUNDED =
                           (COL-IND (1 IDX-IND) - COL-IND (2 IDX-IND))
                           * 100 / COL-IND (2 IDX-IND)
                           ON SIZE ERROR MOVE "N" TO VAR-OK
                       END-COMPUTE
                       MOVE "% " TO ED-VAR-UNID
                   ELSE
                       MOVE "N" TO VAR-OK
                   END-IF
               END-IF
               IF VAR-OK EQUAL "S"
                   MOVE VAR-W TO ED-VAR-N
                   MOVE ED-VAR TO VAR-LIN
               END-IF
           END-IF.

       CABECALHO.
           ADD 1       TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MM-REF  TO MM-CAB.
           MOVE ANO-REF TO AAAA-CAB.
           MOVE MM-REF      TO MM-C1.
           MOVE ANO-REF     TO AAAA-C1.
           MOVE MM-ANT      TO MM-C2.
           MOVE ANO-ANT     TO AAAA-C2.
           MOVE MM-ANO-ANT  TO MM-C3.
           MOVE ANO-ANO-ANT TO AAAA-C3.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE 8 TO CT-LIN.

      * Acrescenta o mes ao historico; OPEN EXTEND nao cria o
      * arquivo, entao a primeira execucao abre em OUTPUT (mesmo
      * tratamento do RUNLOG).
       GRAVA-HISTORICO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ATU-DATA-HORA.
           OPEN EXTEND KPIHIST.
           IF WS-KPIH-STATUS EQUAL "35"
               OPEN OUTPUT KPIHIST
           END-IF.
           IF WS-KPIH-STATUS NOT EQUAL "00"
               DISPLAY "EM02-61: ERRO AO ABRIR KPIHIST, STATUS "
                   WS-KPIH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE REG-KPI FROM KPI-ATUAL
               ADD 1 TO CT-GRAVADOS
               CLOSE KPIHIST
           END-IF.

       FIM.
           CLOSE RELKPI.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABVIAG-P.

       COPY FECHMES-P.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
