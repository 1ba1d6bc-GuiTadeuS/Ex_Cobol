       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-43.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       AVISO DE VENCIMENTO (preventivo): percorre os
      *               socios ATIVOS do mestre CADMEST e separa os
      *               que tem vencimento nos proximos N dias
      *               (PARAAVIS.DAT, default 5) - a parcela do acordo
      *               vigente em ACORDOS (ACD-PROX-VENC) ou, sem
      *               acordo, o dia de vencimento do plano na TABPLAN
      *               (TPL-DIA-VENC). Grava o arquivo de interface
      *               AVISVENC para o provedor de mensagens, com
      *               e-mail, DDD/telefone, valor (plano mais os
      *               dependentes do CADDEP) e vencimento, entre
      *               header e trailer (contagem e hash do valor, no
      *               padrao do EXTMKT); quem nao tem e-mail nem
      *               telefone valido sai na lista impressa para o
      *               escritorio ligar. Ate aqui a cobranca so
      *               comecava depois do atraso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACD-STATUS.
      * Socios ja quitados no mes (nao recebem aviso do plano).
           SELECT CADSOC2 ASSIGN TO "CADSOC2.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-SOCIO2
           FILE STATUS IS WS-FILE-STATUS.
      * Credito do socio, abatido da mensalidade avisada.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Dependentes do plano familiar, cobrados junto com o titular.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
           SELECT PARAAVIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT AVISVENC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAVISO ASSIGN TO DISK.
      * Tabela de planos de mensalidade, mantida pela tesouraria.
           COPY TABPLAN-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Janela do aviso, em dias corridos a partir de hoje.
       FD PARAAVIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARAAVIS.DAT".

       01 REG-PARAAVIS.
          02 PARAM-DIAS-AVISO PIC 9(03).

      * Mestre de socios, layout compartilhado em SOCREC.
       FD CADMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEST.DAT".

       01 REG-MEST.
           COPY SOCREC.

      * Acordos de parcelamento, layout compartilhado em ACORREC.
       FD ACORDOS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ACORDOS.DAT".

       01 REG-ACD.
          COPY ACORREC.

       FD CADSOC2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC2.DAT".

       01 REG-SAI.
           02 NUM-SOCIO2     PIC 9(06).
           02 NOME-SOCIO2    PIC X(30).
           02 VALOR-PAG2     PIC 9(09)V9(02).

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

       FD AVISVENC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AVISVENC.DAT".

       01 REG-AVI PIC X(130).

       FD RELAVISO
          LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(100).

      * Tabela de planos de mensalidade.
       COPY TABPLAN-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(02) VALUE ZEROES.
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-ACD-STATUS   PIC X(02).
       77 WS-FILE-STATUS  PIC X(02).
       77 WS-CRED-STATUS  PIC X(02).
       77 WS-PARAM-STATUS PIC X(02).
       77 TEM-CADSOC2     PIC X(01) VALUE "N".
       77 TEM-CREDSOC     PIC X(01) VALUE "N".
       77 WS-DEP-STATUS   PIC X(02).
       77 TEM-CADDEP      PIC X(01) VALUE "N".
       77 FIM-DEP         PIC X(03).
       77 QTD-DEP-SOCIO   PIC 9(02).

      * Janela default de 5 dias quando PARAAVIS.DAT nao existe.
       77 DIAS-AVISO PIC 9(03) VALUE 5.

      * Acordos vigentes em memoria, por socio.
       77 FIM-ACD PIC X(03).
       77 QTD-ACD PIC 9(03) VALUE ZEROES.
       77 IDX-ACD PIC 9(03).
       77 POS-ACD PIC 9(03).
       01 TAB-ACORDOS.
           02 ACD-OCORR OCCURS 200 TIMES.
              03 TAB-ACD-SOCIO PIC 9(06).
              03 TAB-ACD-VALOR PIC 9(09)V9(02).
              03 TAB-ACD-VENC  PIC 9(08).

      * Hoje e o vencimento apurado do socio, em AAAAMMDD e na
      * contagem de dias do calendario.
       01 DATA-HOJE.
           02 HOJE-ANO PIC 9(04).
           02 HOJE-MES PIC 9(02).
           02 HOJE-DIA PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       01 DATA-VENC.
           02 VENC-ANO PIC 9(04).
           02 VENC-MES PIC 9(02).
           02 VENC-DIA PIC 9(02).
       01 DATA-VENC-NUM REDEFINES DATA-VENC PIC 9(08).
       77 DIAS-HOJE  PIC 9(07).
       77 DIAS-VENC  PIC 9(07).
       77 DIAS-FALTA PIC S9(07).

      * Dias do mes do vencimento, para nao montar uma data
      * inexistente (mesmo limite do faturamento EM02-31).
       77 DATA-PRIM-MES  PIC 9(08).
       01 DATA-PRIM-PROX.
           02 PROX-ANO PIC 9(04).
           02 PROX-MES PIC 9(02).
           02 PROX-DIA PIC 9(02).
       01 DATA-PRIM-PROX-NUM REDEFINES DATA-PRIM-PROX PIC 9(08).
       77 DIAS-NO-MES PIC 9(02).

      * Vencimento do socio corrente: valor, origem (A = parcela do
      * acordo, P = mensalidade do plano) e se entra na janela.
       77 VALOR-AVISO  PIC 9(09)V9(02).
       77 ORIGEM-AVISO PIC X(01).
       77 AVISA        PIC X(01).

      * Canais validos do socio corrente.
       77 EMAIL-OK PIC X(01).
       77 FONE-OK  PIC X(01).

      * Hash total do valor: soma dos valores avisados, mantida nos
      * 13 digitos inteiros, para o provedor conferir a carga.
       77 HASH-VALOR   PIC 9(13)V9(02) VALUE ZEROES.

      * Totais do resumo.
       77 CT-AVISADOS   PIC 9(05) VALUE ZEROES.
       77 CT-SEM-CANAL  PIC 9(05) VALUE ZEROES.
       77 CT-JA-PAGOS   PIC 9(05) VALUE ZEROES.
       77 CT-SEM-PLANO  PIC 9(05) VALUE ZEROES.
       77 VAL-AVISADO   PIC 9(12)V9(02) VALUE ZEROES.

      * Tabela em memoria dos planos de mensalidade.
       COPY TABPLAN-W.

      * Campos das validacoes compartilhadas de data, e-mail e
      * DDD x UF.
       COPY VALDAT-W.
       COPY VALEMAIL-W.
       COPY VALDDUF-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

      * Registro header: identifica a data da geracao e o job de
      * origem para o provedor.
       01 AVI-HEADER.
          02 FILLER      PIC X(02) VALUE "H;".
          02 HDR-DATA    PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 HDR-HORA    PIC 9(06).
          02 FILLER      PIC X(01) VALUE ";".
          02 FILLER      PIC X(07) VALUE "EM02-43".

      * Registro de detalhe: um aviso por socio, campos de largura
      * fixa separados por ";"; canal invalido sai em branco (e-mail)
      * ou zeros (telefone), o vencimento em AAAAMMDD.
       01 AVI-DETALHE.
          02 FILLER      PIC X(02) VALUE "D;".
          02 AVI-SOCIO   PIC 9(06).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-NOME    PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-EMAIL   PIC X(30).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-DDD     PIC 9(02).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-FONE    PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-VALOR   PIC 9(09)V9(02).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-VENC    PIC 9(08).
          02 FILLER      PIC X(01) VALUE ";".
          02 AVI-ORIGEM  PIC X(01).

      * Registro trailer: contagem de detalhes e hash total do valor.
       01 AVI-TRAILER.
          02 FILLER      PIC X(02) VALUE "T;".
          02 TRL-QTD     PIC 9(07).
          02 FILLER      PIC X(01) VALUE ";".
          02 TRL-HASH    PIC 9(13)V9(02).

       01 CAB-01.
           02 FILLER  PIC X(90) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC 99.
           02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
           02 FILLER PIC X(41) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER PIC X(42) VALUE SPACES.

       01 CAB-03.
           02 FILLER   PIC X(22) VALUE SPACES.
           02 FILLER   PIC X(46) VALUE
               "VENCIMENTOS PROXIMOS SEM CONTATO VALIDO - ATE ".
           02 VAR-DIAS PIC ZZ9.
           02 FILLER   PIC X(05) VALUE " DIAS".
           02 FILLER   PIC X(24) VALUE SPACES.

       01 CAB-04.
           02 FILLER PIC X(51) VALUE
              "  SOCIO  NOME DO SOCIO                   TELEFONE  ".
           02 FILLER PIC X(49) VALUE
              "          VALOR  VENCIMENTO  ORIGEM".

       01 DETALHE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NUM-DET     PIC 9(06).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NOME-DET    PIC X(30).
           02 FILLER      PIC X(02) VALUE " (".
           02 DDD-DET     PIC 99.
           02 FILLER      PIC X(02) VALUE ") ".
           02 FONE-DET    PIC 9(08).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DD-DET      PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MM-DET      PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 AA-DET      PIC 9999.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ORIGEM-DET  PIC X(08).

       01 CAB-TOT-01.
           02 FILLER PIC X(40) VALUE
              "TOTAIS DO AVISO DE VENCIMENTO           ".

       01 CAB-TOT-02.
           02 FILLER       PIC X(35) VALUE
              "AVISOS GRAVADOS NO AVISVENC......: ".
           02 VAR-AVISADOS PIC ZZ.ZZ9.

       01 CAB-TOT-03.
           02 FILLER       PIC X(35) VALUE
              "SEM CONTATO VALIDO (ACIMA).......: ".
           02 VAR-SEM-CANAL PIC ZZ.ZZ9.

       01 CAB-TOT-04.
           02 FILLER       PIC X(35) VALUE
              "JA QUITADOS NO MES (SEM AVISO)...: ".
           02 VAR-JA-PAGOS PIC ZZ.ZZ9.

       01 CAB-TOT-05.
           02 FILLER       PIC X(35) VALUE
              "ATIVOS SEM PLANO VALIDO..........: ".
           02 VAR-SEM-PLANO PIC ZZ.ZZ9.

       01 CAB-TOT-06.
           02 FILLER       PIC X(35) VALUE
              "VALOR TOTAL AVISADO..............: ".
           02 VAR-VAL-AVISADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       PGM-EM02-43.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM GRAVA-TRAILER.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-43" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE.
            COMPUTE DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE (DATA-HOJE-NUM).
            PERFORM LE-PARAMETROS.
            PERFORM LE-TABPLAN.
            PERFORM CARREGA-ACORDOS.
            OPEN INPUT CADMEST.
            IF WS-MEST-STATUS NOT EQUAL "00"
                DISPLAY "EM02-43: ERRO AO ABRIR CADMEST, STATUS "
                    WS-MEST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CADSOC2.
            IF WS-FILE-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADSOC2
            ELSE
                DISPLAY "EM02-43: CADSOC2 NAO ABRE (STATUS "
                    WS-FILE-STATUS "), AVISO SEM EXCLUIR OS QUITADOS"
            END-IF.
      * Sem CREDSOC.DAT nenhuma baixa gerou credito ainda.
            OPEN INPUT CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            END-IF.
      * Sem o CADDEP (nenhum dependente incluido ainda) avisa so o
      * valor do titular, como o faturamento (EM02-31).
            OPEN INPUT CADDEP.
            IF WS-DEP-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADDEP
            END-IF.
            OPEN OUTPUT AVISVENC
                        RELAVISO.
            PERFORM GRAVA-HEADER.
            MOVE ZEROES TO MST-NUM-SOCIO.
            START CADMEST KEY NOT LESS THAN MST-NUM-SOCIO
                INVALID KEY MOVE "SIM" TO FIM-ARQ
            END-START.
            PERFORM LEITURA.

       LE-PARAMETROS.
      * Sem PARAAVIS.DAT o aviso sai com a janela default de 5 dias.
           OPEN INPUT PARAAVIS.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARAAVIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-DIAS-AVISO NUMERIC AND
                          PARAM-DIAS-AVISO GREATER THAN ZEROES
                           MOVE PARAM-DIAS-AVISO TO DIAS-AVISO
                       END-IF
               END-READ
               CLOSE PARAAVIS
           END-IF.

      * Parcelas dos acordos vigentes, por socio; sem ACORDOS.DAT
      * todos os avisos saem pelo vencimento do plano.
       CARREGA-ACORDOS.
           MOVE "NAO" TO FIM-ACD.
           OPEN INPUT ACORDOS.
           IF WS-ACD-STATUS EQUAL "00"
               PERFORM UNTIL FIM-ACD EQUAL "SIM"
                   READ ACORDOS
                       AT END MOVE "SIM" TO FIM-ACD
                       NOT AT END
                           IF ACD-VIGENTE
                               IF QTD-ACD LESS THAN 200
                                   ADD 1 TO QTD-ACD
                                   MOVE ACD-NUM-SOCIO
                                       TO TAB-ACD-SOCIO (QTD-ACD)
                                   MOVE ACD-VALOR-PARC
                                       TO TAB-ACD-VALOR (QTD-ACD)
                                   MOVE ACD-PROX-VENC
                                       TO TAB-ACD-VENC (QTD-ACD)
                               ELSE
                                   DISPLAY "EM02-43: MAIS DE 200 "
                                       "ACORDOS VIGENTES, EXCEDENTES "
                                       "AVISADOS PELO PLANO"
                                   MOVE "SIM" TO FIM-ACD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDOS
           END-IF.

       GRAVA-HEADER.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO HDR-DATA.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO HDR-HORA.
           MOVE SPACES TO REG-AVI.
           WRITE REG-AVI FROM AVI-HEADER.
           ADD 1 TO CT-GRAVADOS.

       LEITURA.
           IF FIM-ARQ EQUAL "SIM"
               CONTINUE
           ELSE
               READ CADMEST NEXT
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END ADD 1 TO CT-LIDOS
               END-READ
           END-IF.

      * Suspenso e cancelado nao sao cobrados, nao recebem aviso.
       PRINCIPAL.
           IF MST-SIT-ATIVO
               PERFORM APURA-VENCIMENTO
               IF AVISA EQUAL "S"
                   PERFORM AVISA-SOCIO
               END-IF
           END-IF.
           PERFORM LEITURA.

      * A parcela do acordo vigente tem precedencia sobre o plano:
      * e o que o socio combinou pagar na data.
       APURA-VENCIMENTO.
           MOVE "N" TO AVISA.
           MOVE 0 TO POS-ACD.
           PERFORM VARYING IDX-ACD FROM 1 BY 1
                   UNTIL IDX-ACD > QTD-ACD OR POS-ACD > 0
               IF TAB-ACD-SOCIO (IDX-ACD) EQUAL MST-NUM-SOCIO
                   MOVE IDX-ACD TO POS-ACD
               END-IF
           END-PERFORM.
           IF POS-ACD GREATER THAN 0
               MOVE "A" TO ORIGEM-AVISO
               MOVE TAB-ACD-VALOR (POS-ACD) TO VALOR-AVISO
               MOVE TAB-ACD-VENC (POS-ACD)  TO DATA-VENC-NUM
               PERFORM CONFERE-JANELA
           ELSE
               MOVE "P" TO ORIGEM-AVISO
               MOVE MST-PLANO TO COD-PLAN-BUSCA
               PERFORM BUSCA-PLAN-REF
               IF ACHOU-PLAN-REF EQUAL "N" OR
                  ATIVO-PLAN-REF NOT EQUAL "S" OR
                  VENC-PLAN-REF EQUAL ZEROES
                   ADD 1 TO CT-SEM-PLANO
               ELSE
                   PERFORM VENCIMENTO-PLANO
                   PERFORM CONFERE-JANELA
                   IF AVISA EQUAL "S"
                       PERFORM VALOR-PLANO
                   END-IF
               END-IF
           END-IF.

      * Proximo vencimento do plano a partir de hoje: o dia do plano
      * neste mes ou, se ja passou, no mes seguinte - limitado ao
      * ultimo dia do mes.
       VENCIMENTO-PLANO.
           MOVE HOJE-ANO TO VENC-ANO.
           MOVE HOJE-MES TO VENC-MES.
           PERFORM MONTA-DIA-VENC.
           IF DATA-VENC-NUM LESS THAN DATA-HOJE-NUM
               IF VENC-MES EQUAL 12
                   ADD 1  TO VENC-ANO
                   MOVE 1 TO VENC-MES
               ELSE
                   ADD 1 TO VENC-MES
               END-IF
               PERFORM MONTA-DIA-VENC
           END-IF.

      * Dias do mes do vencimento = primeiro dia do mes seguinte
      * menos o primeiro dia deste, na contagem de dias do
      * calendario (mesmo calculo do EM02-31).
       MONTA-DIA-VENC.
           MOVE 01 TO VENC-DIA.
           MOVE DATA-VENC-NUM TO DATA-PRIM-MES.
           MOVE VENC-ANO TO PROX-ANO.
           MOVE VENC-MES TO PROX-MES.
           MOVE 01 TO PROX-DIA.
           IF PROX-MES EQUAL 12
               ADD 1  TO PROX-ANO
               MOVE 1 TO PROX-MES
           ELSE
               ADD 1 TO PROX-MES
           END-IF.
           COMPUTE DIAS-NO-MES =
               FUNCTION INTEGER-OF-DATE (DATA-PRIM-PROX-NUM)
               - FUNCTION INTEGER-OF-DATE (DATA-PRIM-MES).
           IF VENC-PLAN-REF GREATER THAN DIAS-NO-MES
               MOVE DIAS-NO-MES TO VENC-DIA
           ELSE
               MOVE VENC-PLAN-REF TO VENC-DIA
           END-IF.

      * Entra no aviso o vencimento de hoje ate hoje + N dias; data
      * invalida (acordo digitado errado) fica de fora.
       CONFERE-JANELA.
           MOVE VENC-DIA TO DD-CHK.
           MOVE VENC-MES TO MM-CHK.
           MOVE VENC-ANO TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF DATA-VENC-NUM NOT LESS THAN DATA-HOJE-NUM AND
              ERRO-DATA-COMUM EQUAL "N"
               COMPUTE DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (DATA-VENC-NUM)
               COMPUTE DIAS-FALTA = DIAS-VENC - DIAS-HOJE
               IF DIAS-FALTA NOT GREATER THAN DIAS-AVISO
                   MOVE "S" TO AVISA
               END-IF
           END-IF.

      * Mensalidade avisada: valor do plano mais o de cada
      * dependente ativo no CADDEP, menos o credito do socio (o
      * mesmo valor bruto e o mesmo abatimento que o faturamento
      * EM02-31 faz - ja abatido na fatura do mes do vencimento, ou
      * ainda disponivel). Quem ja quitou o mes corrente no CADSOC2,
      * ou tem credito que cobre tudo, nao tem o que pagar.
       VALOR-PLANO.
           PERFORM CONTA-DEPENDENTES.
           COMPUTE VALOR-AVISO =
               VALOR-PLAN-REF + QTD-DEP-SOCIO * VALOR-DEP-PLAN-REF.
           IF TEM-CREDSOC EQUAL "S"
               MOVE MST-NUM-SOCIO TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRD-MES-ABAT EQUAL DATA-VENC-NUM (1:6)
                           PERFORM ABATE-DO-AVISO-ABAT
                       ELSE
                           PERFORM ABATE-DO-AVISO-SALDO
                       END-IF
               END-READ
           END-IF.
           IF VENC-ANO EQUAL HOJE-ANO AND VENC-MES EQUAL HOJE-MES
              AND TEM-CADSOC2 EQUAL "S"
               MOVE MST-NUM-SOCIO TO NUM-SOCIO2
               READ CADSOC2
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROES TO VALOR-AVISO
               END-READ
           END-IF.
           IF VALOR-AVISO EQUAL ZEROES
               MOVE "N" TO AVISA
               ADD 1 TO CT-JA-PAGOS
           END-IF.

      * Conta os dependentes ATIVOS do socio no CADDEP, lendo pela
      * chave a partir do primeiro dependente (EM02-31).
       CONTA-DEPENDENTES.
           MOVE ZEROES TO QTD-DEP-SOCIO.
           IF TEM-CADDEP EQUAL "S"
               MOVE MST-NUM-SOCIO TO DEP-NUM-SOCIO
               MOVE ZEROES        TO DEP-SEQ
               MOVE "NAO" TO FIM-DEP
               START CADDEP KEY NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-DEP
               END-START
               PERFORM UNTIL FIM-DEP EQUAL "SIM"
                   READ CADDEP NEXT
                       AT END MOVE "SIM" TO FIM-DEP
                       NOT AT END
                           IF DEP-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO
                               MOVE "SIM" TO FIM-DEP
                           ELSE
                               IF DEP-SIT-ATIVO
                                   ADD 1 TO QTD-DEP-SOCIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ABATE-DO-AVISO-ABAT.
           IF CRD-VALOR-ABAT NOT LESS THAN VALOR-AVISO
               MOVE ZEROES TO VALOR-AVISO
           ELSE
               SUBTRACT CRD-VALOR-ABAT FROM VALOR-AVISO
           END-IF.

       ABATE-DO-AVISO-SALDO.
           IF CRD-SALDO NOT LESS THAN VALOR-AVISO
               MOVE ZEROES TO VALOR-AVISO
           ELSE
               SUBTRACT CRD-SALDO FROM VALOR-AVISO
           END-IF.

      * E-mail pela regra compartilhada do EX06; telefone com DDD
      * existente, do estado do socio, e numero preenchido. Com
      * algum canal valido o aviso vai para o provedor; sem nenhum,
      * para a lista do escritorio.
       AVISA-SOCIO.
           MOVE MST-EMAIL TO EMAIL-CHK.
           PERFORM VAL-EMAIL-COMUM.
           IF ERRO-EMAIL-COMUM EQUAL "S"
               MOVE "N" TO EMAIL-OK
           ELSE
               MOVE "S" TO EMAIL-OK
           END-IF.
           MOVE "N" TO FONE-OK.
           IF MST-TELEFONE NUMERIC AND MST-DDD GREATER THAN 10 AND
              MST-NUMERO-TEL GREATER THAN ZEROES
               MOVE MST-ESTADO TO UF-CHK
               MOVE MST-DDD    TO DDD-CHK
               PERFORM VAL-DDD-UF-COMUM
               IF ERRO-DDD-UF-COMUM EQUAL "N"
                   MOVE "S" TO FONE-OK
               END-IF
           END-IF.
           IF EMAIL-OK EQUAL "S" OR FONE-OK EQUAL "S"
               PERFORM GRAVA-DETALHE
           ELSE
               PERFORM IMPDET
           END-IF.

       GRAVA-DETALHE.
           MOVE MST-NUM-SOCIO TO AVI-SOCIO.
           MOVE MST-NOME      TO AVI-NOME.
           IF EMAIL-OK EQUAL "S"
               MOVE MST-EMAIL TO AVI-EMAIL
           ELSE
               MOVE SPACES    TO AVI-EMAIL
           END-IF.
           IF FONE-OK EQUAL "S"
               MOVE MST-DDD        TO AVI-DDD
               MOVE MST-NUMERO-TEL TO AVI-FONE
           ELSE
               MOVE ZEROES TO AVI-DDD
               MOVE ZEROES TO AVI-FONE
           END-IF.
           MOVE VALOR-AVISO   TO AVI-VALOR.
           MOVE DATA-VENC-NUM TO AVI-VENC.
           MOVE ORIGEM-AVISO  TO AVI-ORIGEM.
           MOVE SPACES TO REG-AVI.
           WRITE REG-AVI FROM AVI-DETALHE.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-AVISADOS.
           ADD VALOR-AVISO TO VAL-AVISADO.
      * Hash total: soma dos valores mantida nos 13 digitos inteiros.
           COMPUTE HASH-VALOR = HASH-VALOR + VALOR-AVISO.
           IF HASH-VALOR NOT LESS THAN 1000000000000
               SUBTRACT 1000000000000 FROM HASH-VALOR
           END-IF.

       GRAVA-TRAILER.
           MOVE CT-AVISADOS TO TRL-QTD.
           MOVE HASH-VALOR  TO TRL-HASH.
           MOVE SPACES TO REG-AVI.
           WRITE REG-AVI FROM AVI-TRAILER.
           ADD 1 TO CT-GRAVADOS.

       IMPDET.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE MST-NUM-SOCIO TO NUM-DET.
           MOVE MST-NOME      TO NOME-DET.
           IF MST-TELEFONE NUMERIC
               MOVE MST-DDD        TO DDD-DET
               MOVE MST-NUMERO-TEL TO FONE-DET
           ELSE
               MOVE ZEROES TO DDD-DET
               MOVE ZEROES TO FONE-DET
           END-IF.
           MOVE VALOR-AVISO TO VALOR-DET.
           MOVE VENC-DIA    TO DD-DET.
           MOVE VENC-MES    TO MM-DET.
           MOVE VENC-ANO    TO AA-DET.
           IF ORIGEM-AVISO EQUAL "A"
               MOVE "ACORDO" TO ORIGEM-DET
           ELSE
               MOVE "PLANO"  TO ORIGEM-DET
           END-IF.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-SEM-CANAL.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG     TO VAR-PAG.
           MOVE DIAS-AVISO TO VAR-DIAS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x4 = 9 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 31.
       TERMINO.
           IF CT-LIN GREATER THAN 31
               PERFORM CABECALHO
           END-IF.
           MOVE CT-AVISADOS  TO VAR-AVISADOS.
           MOVE CT-SEM-CANAL TO VAR-SEM-CANAL.
           MOVE CT-JA-PAGOS  TO VAR-JA-PAGOS.
           MOVE CT-SEM-PLANO TO VAR-SEM-PLANO.
           MOVE VAL-AVISADO  TO VAR-VAL-AVISADO.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           CLOSE CADMEST AVISVENC RELAVISO.
           IF TEM-CADSOC2 EQUAL "S"
               CLOSE CADSOC2
           END-IF.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
           END-IF.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABPLAN-P.

       COPY VALDAT-P.

       COPY VALEMAIL-P.

       COPY VALDDUF-P.

       COPY RUNLOG-P.
