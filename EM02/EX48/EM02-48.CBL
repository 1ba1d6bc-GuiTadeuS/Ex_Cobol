       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-48.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       ANONIMIZACAO LGPD POR PRAZO DE GUARDA: apaga o
      *               dado pessoal de quem ja nao tem relacao com a
      *               empresa ha mais tempo que o prazo aprovado
      *               (PARALGPD.DAT, em anos; 5 na falta dele):
      *                - socio CANCELADO cuja ultima movimentacao
      *                  (ultimo pagamento no LEDGPAG ou, sem
      *                  nenhum, a inscricao) e anterior ao corte e
      *                  que nao tem pendencia financeira - atraso
      *                  no ARQATRA, divida baixada no PERDAS,
      *                  negativacao ainda ativa no SPCCTL ou
      *                  credito a devolver no CREDSOC; com ele vao
      *                  os dependentes dele no CADDEP e o registro
      *                  dele no SPCCTL;
      *                - cliente do CADCLI cuja ultima visita valida
      *                  (registro mais ARQVISA) ou, sem nenhuma, o
      *                  cadastro e anterior ao corte, salvo quando o
      *                  CPF e de socio nao cancelado.
      *               Nome vira "ANONIMIZADO (LGPD)", endereco,
      *               cidade, e-mail, CEP, telefone e nascimento sao
      *               apagados e o CPF e trocado por um numero que so
      *               identifica o registro (999+socio+00, 998+socio+
      *               sequencia do dependente, 99700000+cliente). A UF,
      *               as datas de inscricao/cadastro, o plano e as
      *               visitas ficam, para as estatisticas (no SPCCTL
      *               ficam o valor e as datas da negativacao). As
      *               ligacoes socio x cliente do XREFCLI com o CPF
      *               anonimizado sao excluidas (o casamento EM02-56
      *               nao volta a liga-las, o CPF ja nao casa). O
      *               mestre, o CADDEP e o SPCCTL sao regravados no
      *               lugar; o CADCLI sai
      *               na nova geracao CADCLIA, que a operacao troca
      *               por CADCLI como as demais geracoes. O razao
      *               LEDGPAG e o jornal JRNPAG nao sao tocados (guarda
      *               legal dos registros financeiros).
      *               Com o modo "E" no PARALGPD a anonimizacao e
      *               aplicada e cada registro vai para o log LOGLGPD
      *               do encarregado de dados; qualquer outro modo e
      *               uma SIMULACAO, que so lista o que seria feito.
      *               Registro que nao pode ser regravado ou excluido
      *               sai no relatorio como erro, nao vai ao LOGLGPD
      *               e termina a execucao com RC 4; o socio que fica
      *               no mestre nao leva os dependentes, a negativacao
      *               nem as ligacoes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Prazos de guarda e modo de execucao.
           SELECT PARALGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
      * Razao de pagamentos: so leitura, para a data do ultimo
      * pagamento do socio.
           SELECT LEDGPAG ASSIGN TO "LEDGPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-CHAVE
           FILE STATUS IS WS-LEDG-STATUS.
      * Pendencias financeiras que seguram o dado do socio.
           SELECT ARQATRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATRA-STATUS.
           SELECT PERDAS ASSIGN TO "PERDAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-NUM-SOCIO
           FILE STATUS IS WS-PERD-STATUS.
           SELECT CREDSOC ASSIGN TO "CREDSOC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRD-NUM-SOCIO
           FILE STATUS IS WS-CRED-STATUS.
      * Negativacao (EM02-39): segura o socio ainda incluido e e
      * anonimizada com ele.
           SELECT SPCCTL ASSIGN TO "SPCCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
      * Nova geracao do cadastro; a operacao troca CADCLIA por
      * CADCLI (mesma convencao do CADCLIN da manutencao).
           SELECT CADCLIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIA-STATUS.
      * Arquivo morto de visitas, para a ultima visita do cliente.
           COPY ARQVISA-F.
      * Log permanente de protecao de dados.
           SELECT LOGLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
           SELECT RELANON ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Anos de guarda do socio cancelado e do cliente inativo e o
      * modo ("E" efetiva; qualquer outro valor simula).
       FD PARALGPD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARALGPD.DAT".

       01 REG-PARALGPD.
          02 PARAM-ANOS-SOCIO   PIC 9(02).
          02 PARAM-ANOS-CLIENTE PIC 9(02).
          02 PARAM-MODO         PIC X(01).

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

      * Razao de pagamentos, layout compartilhado em LEDGREC.
       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           COPY LEDGREC.

      * Layout compartilhado com o EM02-01 (gerador do extrato).
       FD ARQATRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQATRA.DAT".

       01 REG-ATRA.
           COPY ATRREC.

      * Dividas baixadas, layout compartilhado em PERDREC.
       FD PERDAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".

       01 REG-PERD.
           COPY PERDREC.

      * Credito do socio, layout compartilhado em CREDREC.
       FD CREDSOC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".

       01 REG-CRED.
           COPY CREDREC.

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

       01 REG-ENT.
          COPY CLIREC.

       FD CADCLIA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCLIA.DAT".

      * Imagem do registro de entrada ja anonimizado quando for o
      * caso (o tamanho util acompanha QTD-VIS, como no CADCLIN).
      * 266 = 126 bytes fixos do CLIREC + 10 visitas de 14 bytes.
       01 REG-CLIA PIC X(266).

      * Arquivo morto de visitas, layout compartilhado em VISAREC.
       FD ARQVISA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVISA.DAT".

       01 REG-VISA.
           COPY VISAREC.

      * Log de protecao de dados, layout compartilhado em LGPDREC.
       FD LOGLGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGLGPD.DAT".

       01 REG-LOG.
           COPY LGPDREC.

       FD RELANON
           LABEL RECORD IS OMITTED.

       01 REG-REL PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 FIM-AUX    PIC X(03).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(03) VALUE ZEROES.
       77 WS-PARAM-STATUS PIC X(02).
       77 WS-MEST-STATUS  PIC X(02).
       77 WS-DEP-STATUS   PIC X(02).
       77 WS-LEDG-STATUS  PIC X(02).
       77 WS-ATRA-STATUS  PIC X(02).
       77 WS-PERD-STATUS  PIC X(02).
       77 WS-CRED-STATUS  PIC X(02).
       77 WS-SPC-STATUS   PIC X(02).
       77 WS-XRF-STATUS   PIC X(02).
       77 WS-CLI-STATUS   PIC X(02).
       77 WS-CLIA-STATUS  PIC X(02).
       77 WS-VISA-STATUS  PIC X(02).
       77 WS-LOG-STATUS   PIC X(02).
       77 TEM-CADDEP      PIC X(01) VALUE "N".
       77 TEM-LEDGPAG     PIC X(01) VALUE "N".
       77 TEM-PERDAS      PIC X(01) VALUE "N".
       77 TEM-CREDSOC     PIC X(01) VALUE "N".
       77 TEM-SPCCTL      PIC X(01) VALUE "N".
       77 TEM-XREFCLI     PIC X(01) VALUE "N".
       77 TEM-ARQVISA     PIC X(01) VALUE "N".

      * Prazos, modo e datas de corte (AAAAMMDD).
       77 ANOS-SOCIO      PIC 9(02) VALUE 5.
       77 ANOS-CLIENTE    PIC 9(02) VALUE 5.
       77 MODO-EXEC       PIC X(01) VALUE "S".
          88 MODO-EFETIVO VALUE "E".
       77 DATA-HOJE-NUM   PIC 9(08).
       77 CORTE-SOCIO     PIC 9(08).
       77 CORTE-CLIENTE   PIC 9(08).
       77 ULT-MOV-NUM     PIC 9(08).
       77 ANOS-LOG        PIC 9(02).

      * CPF do registro antes da mascara, para achar as ligacoes
      * dele no XREFCLI.
       77 CPF-ORIGINAL    PIC 9(11).

      * Motivo de retencao do registro vencido; branco = anonimizar.
       77 MOTIVO-RET      PIC X(44).
      * "N" quando a regravacao/exclusao do registro falhou: nada vai
      * ao LOGLGPD e a cascata do socio nao e feita.
       77 ANON-OK         PIC X(01).

      * Socios com atraso no ARQATRA, carregados uma vez.
       77 QTD-ATRASO      PIC 9(04) VALUE ZEROES.
       77 IDX-ATR         PIC 9(04).
       01 TAB-ATRASO.
           02 ATR-SOCIO-TAB OCCURS 5000 TIMES PIC 9(06).

      * CPF mascarado montado por partes.
       01 CPF-MASC.
           02 CPF-MASC-PREF  PIC 9(03).
           02 CPF-MASC-CHAVE PIC 9(06).
           02 CPF-MASC-SUF   PIC 9(02).
       01 CPF-MASC-NUM REDEFINES CPF-MASC PIC 9(11).
       01 CPF-MASC-CLI REDEFINES CPF-MASC.
           02 CPF-MASC-CLI-PREF PIC 9(08).
           02 CPF-MASC-CLI-COD  PIC 9(03).

      * Visita em exame e data de comparacao (mesma montagem do
      * EM02-34).
       77 IDX-VIS         PIC 9(02).
       77 VIS-DIA-W       PIC 9(02).
       77 VIS-MES-W       PIC 9(02).
       77 VIS-ANO-W       PIC 9(04).
       01 VIS-COMP.
           02 VIS-COMP-ANO PIC 9(04).
           02 VIS-COMP-MES PIC 9(02).
           02 VIS-COMP-DIA PIC 9(02).
       01 VIS-COMP-NUM REDEFINES VIS-COMP PIC 9(08).

      * Chave e data editadas para o relatorio e o log.
       77 CHAVE-EDIT      PIC X(10).
       77 DATA-EDIT       PIC X(10).

      * Totais.
       77 CT-LIDOS           PIC 9(05) VALUE 0.
       77 CT-GRAVADOS        PIC 9(05) VALUE 0.
       77 CT-SOC-CANC        PIC 9(05) VALUE 0.
       77 CT-SOC-ANON        PIC 9(05) VALUE 0.
       77 CT-SOC-RETIDOS     PIC 9(05) VALUE 0.
       77 CT-DEP-ANON        PIC 9(05) VALUE 0.
       77 CT-CLI-LIDOS       PIC 9(05) VALUE 0.
       77 CT-CLI-ANON        PIC 9(05) VALUE 0.
       77 CT-CLI-RETIDOS     PIC 9(05) VALUE 0.
       77 CT-SPC-ANON        PIC 9(05) VALUE 0.
       77 CT-XRF-EXCL        PIC 9(05) VALUE 0.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

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
          02 FILLER PIC X(16) VALUE SPACES.
          02 FILLER PIC X(48) VALUE
              "ANONIMIZACAO LGPD POR PRAZO DE GUARDA - MODO: ".
          02 VAR-MODO PIC X(10).
          02 FILLER PIC X(06) VALUE SPACES.

       01 CAB-04.
          02 FILLER          PIC X(20) VALUE "CORTE SOCIOS......: ".
          02 VAR-CORTE-SOC   PIC X(10).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 FILLER          PIC X(20) VALUE "CORTE CLIENTES....: ".
          02 VAR-CORTE-CLI   PIC X(10).
          02 FILLER          PIC X(16) VALUE SPACES.

       01 CAB-05.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "ARQUIVO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "CHAVE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "ULT. MOV.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(44) VALUE "RESULTADO".

       01 LIN-DET.
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ARQ-DET    PIC X(08).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 CHAVE-DET  PIC X(10).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ULT-DET    PIC X(10).
          02 FILLER     PIC X(02) VALUE SPACES.
          02 ACAO-DET   PIC X(44).

       01 CAB-TOT-01.
          02 FILLER      PIC X(34) VALUE
              "SOCIOS CANCELADOS EXAMINADOS....: ".
          02 VAR-TOT-01  PIC ZZ.ZZ9.

       01 CAB-TOT-02.
          02 FILLER      PIC X(34) VALUE
              "SOCIOS ANONIMIZADOS.............: ".
          02 VAR-TOT-02  PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER      PIC X(34) VALUE
              "SOCIOS RETIDOS POR PENDENCIA....: ".
          02 VAR-TOT-03  PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER      PIC X(34) VALUE
              "DEPENDENTES ANONIMIZADOS........: ".
          02 VAR-TOT-04  PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER      PIC X(34) VALUE
              "CLIENTES LIDOS..................: ".
          02 VAR-TOT-05  PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER      PIC X(34) VALUE
              "CLIENTES ANONIMIZADOS...........: ".
          02 VAR-TOT-06  PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER      PIC X(34) VALUE
              "CLIENTES RETIDOS (SOCIO ATIVO)..: ".
          02 VAR-TOT-07  PIC ZZ.ZZ9.

       01 CAB-TOT-08.
          02 FILLER      PIC X(34) VALUE
              "NEGATIVACOES ANONIMIZADAS.......: ".
          02 VAR-TOT-08  PIC ZZ.ZZ9.

       01 CAB-TOT-09.
          02 FILLER      PIC X(34) VALUE
              "LIGACOES XREFCLI EXCLUIDAS......: ".
          02 VAR-TOT-09  PIC ZZ.ZZ9.

       01 CAB-ASSINA.
          02 FILLER PIC X(60) VALUE
              "ENCARREGADO (DPO): _______________   DATA: ___/___/____".

       PROCEDURE DIVISION.

       PGM-EM02-48.
       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM PASSA-CLIENTES.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-48" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
            PERFORM LE-PARAMETROS.
            COMPUTE CORTE-SOCIO   = DATA-HOJE-NUM - ANOS-SOCIO * 10000.
            COMPUTE CORTE-CLIENTE =
                DATA-HOJE-NUM - ANOS-CLIENTE * 10000.
            IF MODO-EFETIVO
                MOVE "EFETIVO" TO VAR-MODO
                OPEN I-O CADMEST
            ELSE
                MOVE "SIMULACAO" TO VAR-MODO
                OPEN INPUT CADMEST
            END-IF.
            IF WS-MEST-STATUS NOT EQUAL "00"
                DISPLAY "EM02-48: ERRO AO ABRIR CADMEST, STATUS "
                    WS-MEST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CADCLI.
            IF WS-CLI-STATUS NOT EQUAL "00"
                DISPLAY "EM02-48: ERRO AO ABRIR CADCLI, STATUS "
                    WS-CLI-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * Sem o razao nao ha como saber o ultimo pagamento: nenhum
      * socio e anonimizado nesta execucao (os clientes seguem).
            OPEN INPUT LEDGPAG.
            IF WS-LEDG-STATUS EQUAL "00"
                MOVE "S" TO TEM-LEDGPAG
            ELSE
                DISPLAY "EM02-48: LEDGPAG.DAT AUSENTE (STATUS "
                    WS-LEDG-STATUS "), SOCIOS NAO SERAO ANONIMIZADOS"
                MOVE "SIM" TO FIM-ARQ
            END-IF.
      * Sem CADDEP.DAT nenhum dependente foi incluido ainda.
            IF MODO-EFETIVO
                OPEN I-O CADDEP
            ELSE
                OPEN INPUT CADDEP
            END-IF.
            IF WS-DEP-STATUS EQUAL "00"
                MOVE "S" TO TEM-CADDEP
            END-IF.
      * Arquivo de pendencia ausente = nenhuma pendencia daquele
      * tipo foi gerada ainda.
            OPEN INPUT PERDAS.
            IF WS-PERD-STATUS EQUAL "00"
                MOVE "S" TO TEM-PERDAS
            END-IF.
            OPEN INPUT CREDSOC.
            IF WS-CRED-STATUS EQUAL "00"
                MOVE "S" TO TEM-CREDSOC
            END-IF.
      * SPCCTL e XREFCLI ausentes: ninguem negativado ou casado
      * ainda.
            IF MODO-EFETIVO
                OPEN I-O SPCCTL
                OPEN I-O XREFCLI
            ELSE
                OPEN INPUT SPCCTL
                OPEN INPUT XREFCLI
            END-IF.
            IF WS-SPC-STATUS EQUAL "00"
                MOVE "S" TO TEM-SPCCTL
            END-IF.
            IF WS-XRF-STATUS EQUAL "00"
                MOVE "S" TO TEM-XREFCLI
            END-IF.
            PERFORM CARREGA-ATRASOS.
            OPEN INPUT ARQVISA.
            IF WS-VISA-STATUS EQUAL "00"
                MOVE "S" TO TEM-ARQVISA
            ELSE
                DISPLAY "EM02-48: ARQVISA.DAT AUSENTE (STATUS "
                    WS-VISA-STATUS "), ULTIMA VISITA SO PELO "
                    "HISTORICO DO REGISTRO"
            END-IF.
      * So o modo efetivo grava a nova geracao e o log.
            IF MODO-EFETIVO
                OPEN OUTPUT CADCLIA
                OPEN EXTEND LOGLGPD
                IF WS-LOG-STATUS EQUAL "35"
                    OPEN OUTPUT LOGLGPD
                END-IF
                IF WS-LOG-STATUS NOT EQUAL "00"
                    DISPLAY "EM02-48: ERRO AO ABRIR LOGLGPD, STATUS "
                        WS-LOG-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            OPEN OUTPUT RELANON.
            MOVE CORTE-SOCIO TO ULT-MOV-NUM.
            PERFORM EDITA-DATA.
            MOVE DATA-EDIT TO VAR-CORTE-SOC.
            MOVE CORTE-CLIENTE TO ULT-MOV-NUM.
            PERFORM EDITA-DATA.
            MOVE DATA-EDIT TO VAR-CORTE-CLI.
      * O mestre e percorrido pela chave primaria, do inicio.
            IF FIM-ARQ EQUAL "NAO"
                MOVE ZEROES TO MST-NUM-SOCIO
                START CADMEST KEY NOT LESS THAN MST-NUM-SOCIO
                    INVALID KEY MOVE "SIM" TO FIM-ARQ
                END-START
            END-IF.
            IF FIM-ARQ EQUAL "NAO"
                PERFORM LEITURA
            END-IF.

      * Prazos aprovados pelo encarregado de dados; sem PARALGPD.DAT,
      * ou com prazo zerado/nao numerico, fica o padrao de 5 anos, e
      * sem o modo "E" a execucao so simula.
       LE-PARAMETROS.
           OPEN INPUT PARALGPD.
           IF WS-PARAM-STATUS EQUAL "00"
               READ PARALGPD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-ANOS-SOCIO NUMERIC AND
                          PARAM-ANOS-SOCIO GREATER THAN ZEROES
                           MOVE PARAM-ANOS-SOCIO TO ANOS-SOCIO
                       END-IF
                       IF PARAM-ANOS-CLIENTE NUMERIC AND
                          PARAM-ANOS-CLIENTE GREATER THAN ZEROES
                           MOVE PARAM-ANOS-CLIENTE TO ANOS-CLIENTE
                       END-IF
                       MOVE PARAM-MODO TO MODO-EXEC
               END-READ
               CLOSE PARALGPD
           END-IF.

      * Numeros de socio com atraso em aberto. O EM02-01 nao leva
      * cancelado ao extrato, mas o cancelamento pode ser posterior
      * a ultima passada.
       CARREGA-ATRASOS.
           OPEN INPUT ARQATRA.
           IF WS-ATRA-STATUS EQUAL "00"
               MOVE "NAO" TO FIM-AUX
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ ARQATRA
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF QTD-ATRASO LESS THAN 5000
                               ADD 1 TO QTD-ATRASO
                               MOVE ATR-NUM-SOCIO
                                   TO ATR-SOCIO-TAB (QTD-ATRASO)
                           ELSE
      * Devedor fora da tabela passaria como sem pendencia e seria
      * anonimizado sem volta.
                               DISPLAY "EM02-48: MAIS DE 5000 SOCIOS "
                                   "NO ARQATRA, EXECUCAO ABORTADA"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQATRA
           END-IF.

       LEITURA.
           READ CADMEST NEXT
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

      * So o socio cancelado e ainda nao anonimizado interessa.
       PRINCIPAL.
           IF MST-SIT-CANCELADO AND NOT MST-ANONIMIZADO
               ADD 1 TO CT-SOC-CANC
               PERFORM EXAMINA-SOCIO
           END-IF.
           PERFORM LEITURA.

      * Dentro do prazo de guarda o socio nem aparece no relatorio.
       EXAMINA-SOCIO.
           PERFORM ULTIMO-PAGAMENTO.
           IF ULT-MOV-NUM LESS THAN CORTE-SOCIO
               PERFORM CONFERE-PENDENCIAS
               MOVE "CADMEST" TO ARQ-DET
               MOVE MST-NUM-SOCIO TO CHAVE-EDIT
               IF MOTIVO-RET NOT EQUAL SPACES
                   ADD 1 TO CT-SOC-RETIDOS
                   MOVE MOTIVO-RET TO ACAO-DET
                   PERFORM IMPRIME-DETALHE
               ELSE
                   PERFORM ANONIMIZA-SOCIO
               END-IF
           END-IF.

      * Ultima movimentacao: ultimo pagamento no razao (a chave e
      * socio + data + sequencia, entao o ultimo lido do socio e o
      * mais recente); sem pagamento, a data de inscricao.
       ULTIMO-PAGAMENTO.
           COMPUTE ULT-MOV-NUM = MST-AA-INSC * 10000 +
                                 MST-MM-INSC * 100 + MST-DD-INSC.
           MOVE MST-NUM-SOCIO TO LED-NUM-SOCIO.
           MOVE ZEROES TO LED-DATA LED-SEQ.
           MOVE "NAO" TO FIM-AUX.
           START LEDGPAG KEY NOT LESS THAN LED-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-AUX
           END-START.
           PERFORM UNTIL FIM-AUX EQUAL "SIM"
               READ LEDGPAG NEXT
                   AT END MOVE "SIM" TO FIM-AUX
                   NOT AT END
                       IF LED-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO
                           MOVE "SIM" TO FIM-AUX
                       ELSE
                           IF LED-DATA GREATER THAN ULT-MOV-NUM
                               MOVE LED-DATA TO ULT-MOV-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Divida em aberto ou credito a devolver segura o dado: a
      * cobranca e a devolucao precisam saber quem e o socio.
       CONFERE-PENDENCIAS.
           MOVE SPACES TO MOTIVO-RET.
           PERFORM VARYING IDX-ATR FROM 1 BY 1
                   UNTIL IDX-ATR > QTD-ATRASO
               IF ATR-SOCIO-TAB (IDX-ATR) EQUAL MST-NUM-SOCIO
                   MOVE "RETIDO: ATRASO EM ABERTO NO ARQATRA"
                       TO MOTIVO-RET
               END-IF
           END-PERFORM.
           IF MOTIVO-RET EQUAL SPACES AND TEM-PERDAS EQUAL "S"
               MOVE MST-NUM-SOCIO TO PRD-NUM-SOCIO
               READ PERDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-BAIXADA
                           MOVE "RETIDO: DIVIDA BAIXADA COMO PERDA"
                               TO MOTIVO-RET
                       END-IF
               END-READ
           END-IF.
           IF MOTIVO-RET EQUAL SPACES AND TEM-SPCCTL EQUAL "S"
               MOVE MST-NUM-SOCIO TO SPC-NUM-SOCIO
               READ SPCCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SPC-INCLUIDO
                           MOVE "RETIDO: NEGATIVACAO ATIVA NO SPCCTL"
                               TO MOTIVO-RET
                       END-IF
               END-READ
           END-IF.
           IF MOTIVO-RET EQUAL SPACES AND TEM-CREDSOC EQUAL "S"
               MOVE MST-NUM-SOCIO TO CRD-NUM-SOCIO
               READ CREDSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRD-SALDO GREATER THAN ZEROES
                           MOVE "RETIDO: CREDITO A DEVOLVER NO CREDSOC"
                               TO MOTIVO-RET
                       END-IF
               END-READ
           END-IF.

       ANONIMIZA-SOCIO.
           MOVE "S" TO ANON-OK.
           MOVE ANOS-SOCIO    TO ANOS-LOG.
           MOVE MST-CPF       TO CPF-ORIGINAL.
           MOVE 999           TO CPF-MASC-PREF.
           MOVE MST-NUM-SOCIO TO CPF-MASC-CHAVE.
           MOVE ZEROES        TO CPF-MASC-SUF.
           IF MODO-EFETIVO
               MOVE "ANONIMIZADO (LGPD)" TO MST-NOME
               MOVE CPF-MASC-NUM TO MST-CPF
               MOVE SPACES TO MST-ENDERECO MST-CIDADE MST-EMAIL
               MOVE ZEROES TO MST-CEP MST-TELEFONE
               REWRITE REG-MEST
                   INVALID KEY
                       DISPLAY "EM02-48: ERRO AO REGRAVAR SOCIO "
                           MST-NUM-SOCIO ", STATUS " WS-MEST-STATUS
                       PERFORM FALHA-ANONIMIZACAO
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       MOVE "ANONIMIZADO" TO ACAO-DET
                       PERFORM GRAVA-LOG
               END-REWRITE
           ELSE
               MOVE "SERIA ANONIMIZADO" TO ACAO-DET
           END-IF.
           PERFORM IMPRIME-DETALHE.
      * Socio que continua no mestre com o dado pessoal leva junto os
      * dependentes, a negativacao e as ligacoes, para a proxima
      * execucao anonimizar tudo de uma vez.
           IF ANON-OK EQUAL "S"
               ADD 1 TO CT-SOC-ANON
               PERFORM ANONIMIZA-DEPENDENTES
               PERFORM ANONIMIZA-SPCCTL
               PERFORM EXCLUI-XREF-SOCIO
           END-IF.

      * Registro nao regravado/excluido: sai no relatorio como erro,
      * sem log, e o RC 4 faz a operacao conferir e reexecutar.
       FALHA-ANONIMIZACAO.
           MOVE "N" TO ANON-OK.
           MOVE "ERRO NA GRAVACAO - NADA ALTERADO" TO ACAO-DET.
           IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Os dependentes do socio anonimizado vao junto, lidos pela
      * chave a partir do sequencial zero (como a cascata do
      * EM02-25).
       ANONIMIZA-DEPENDENTES.
           IF TEM-CADDEP EQUAL "S"
               MOVE MST-NUM-SOCIO TO DEP-NUM-SOCIO
               MOVE ZEROES        TO DEP-SEQ
               MOVE "NAO" TO FIM-AUX
               START CADDEP KEY NOT LESS THAN DEP-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ CADDEP NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF DEP-NUM-SOCIO NOT EQUAL MST-NUM-SOCIO
                               MOVE "SIM" TO FIM-AUX
                           ELSE
                               IF NOT DEP-ANONIMIZADO
                                   PERFORM ANONIMIZA-DEPENDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANONIMIZA-DEPENDENTE.
           MOVE "S" TO ANON-OK.
           MOVE 998           TO CPF-MASC-PREF.
           MOVE DEP-NUM-SOCIO TO CPF-MASC-CHAVE.
           MOVE DEP-SEQ       TO CPF-MASC-SUF.
           MOVE "CADDEP" TO ARQ-DET.
           STRING DEP-NUM-SOCIO "-" DEP-SEQ
               DELIMITED BY SIZE INTO CHAVE-EDIT.
           IF MODO-EFETIVO
               MOVE "ANONIMIZADO (LGPD)" TO DEP-NOME
               MOVE CPF-MASC-NUM TO DEP-CPF
               MOVE ZEROES TO DEP-DATA-NASC
               REWRITE REG-DEP
                   INVALID KEY
                       DISPLAY "EM02-48: ERRO AO REGRAVAR DEPENDENTE "
                           DEP-NUM-SOCIO "-" DEP-SEQ ", STATUS "
                           WS-DEP-STATUS
                       PERFORM FALHA-ANONIMIZACAO
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       MOVE "ANONIMIZADO COM O TITULAR" TO ACAO-DET
                       PERFORM GRAVA-LOG
               END-REWRITE
           ELSE
               MOVE "SERIA ANONIMIZADO COM O TITULAR" TO ACAO-DET
           END-IF.
           IF ANON-OK EQUAL "S"
               ADD 1 TO CT-DEP-ANON
           END-IF.
           PERFORM IMPRIME-DETALHE.

      * Negativacao ja excluida do socio anonimizado: ficam o valor
      * e as datas, sai quem era a pessoa. A mascara e a mesma do
      * mestre.
       ANONIMIZA-SPCCTL.
           IF TEM-SPCCTL EQUAL "S"
               MOVE MST-NUM-SOCIO TO SPC-NUM-SOCIO
               READ SPCCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ANONIMIZA-NEGATIVACAO
               END-READ
           END-IF.

       ANONIMIZA-NEGATIVACAO.
           MOVE "S" TO ANON-OK.
           MOVE 999           TO CPF-MASC-PREF.
           MOVE MST-NUM-SOCIO TO CPF-MASC-CHAVE.
           MOVE ZEROES        TO CPF-MASC-SUF.
           MOVE "SPCCTL" TO ARQ-DET.
           MOVE SPC-NUM-SOCIO TO CHAVE-EDIT.
           IF MODO-EFETIVO
               MOVE "ANONIMIZADO (LGPD)" TO SPC-NOME
               MOVE CPF-MASC-NUM TO SPC-CPF
               REWRITE REG-SPC
                   INVALID KEY
                       DISPLAY "EM02-48: ERRO AO REGRAVAR NEGATIVACAO "
                           SPC-NUM-SOCIO ", STATUS " WS-SPC-STATUS
                       PERFORM FALHA-ANONIMIZACAO
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       MOVE "ANONIMIZADO COM O TITULAR" TO ACAO-DET
                       PERFORM GRAVA-LOG
               END-REWRITE
           ELSE
               MOVE "SERIA ANONIMIZADO COM O TITULAR" TO ACAO-DET
           END-IF.
           IF ANON-OK EQUAL "S"
               ADD 1 TO CT-SPC-ANON
           END-IF.
           PERFORM IMPRIME-DETALHE.

      * Ligacoes do CPF original do socio com os codigos do CADCLI,
      * lidas pela chave a partir do codigo zero.
       EXCLUI-XREF-SOCIO.
           IF TEM-XREFCLI EQUAL "S"
               MOVE CPF-ORIGINAL TO XRF-CPF
               MOVE ZEROES       TO XRF-CODIGO
               MOVE "NAO" TO FIM-AUX
               START XREFCLI KEY NOT LESS THAN XRF-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ XREFCLI NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF XRF-CPF NOT EQUAL CPF-ORIGINAL
                               MOVE "SIM" TO FIM-AUX
                           ELSE
                               PERFORM EXCLUI-XREF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * A chave do XREFCLI e o proprio CPF: a ligacao e excluida,
      * nao regravada. O log leva o CPF ja mascarado do registro
      * anonimizado que a originou.
       EXCLUI-XREF.
           MOVE "S" TO ANON-OK.
           MOVE "XREFCLI" TO ARQ-DET.
           STRING XRF-NUM-SOCIO "-" XRF-CODIGO
               DELIMITED BY SIZE INTO CHAVE-EDIT.
           IF MODO-EFETIVO
               DELETE XREFCLI
                   INVALID KEY
                       DISPLAY "EM02-48: ERRO AO EXCLUIR LIGACAO "
                           XRF-NUM-SOCIO "-" XRF-CODIGO ", STATUS "
                           WS-XRF-STATUS
                       PERFORM FALHA-ANONIMIZACAO
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       MOVE "LIGACAO SOCIO X CLIENTE EXCLUIDA"
                           TO ACAO-DET
                       PERFORM GRAVA-LOG
               END-DELETE
           ELSE
               MOVE "LIGACAO SOCIO X CLIENTE SERIA EXCLUIDA"
                   TO ACAO-DET
           END-IF.
           IF ANON-OK EQUAL "S"
               ADD 1 TO CT-XRF-EXCL
           END-IF.
           PERFORM IMPRIME-DETALHE.

      * Segunda passada: o CADCLI inteiro vai para a nova geracao,
      * com os clientes vencidos ja anonimizados.
       PASSA-CLIENTES.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LEITURA-CLI.
           PERFORM TRATA-CLIENTE UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA-CLI.
           READ CADCLI
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CT-LIDOS
                   ADD 1 TO CT-CLI-LIDOS
           END-READ.

       TRATA-CLIENTE.
           IF NOT CLI-ANONIMIZADO
               PERFORM EXAMINA-CLIENTE
           END-IF.
           IF MODO-EFETIVO
               MOVE REG-ENT TO REG-CLIA
               WRITE REG-CLIA
               ADD 1 TO CT-GRAVADOS
           END-IF.
           PERFORM LEITURA-CLI.

      * Ultima visita valida (registro mais arquivo morto, mesma
      * regra do EM02-34); sem nenhuma, a data de cadastro. Data de
      * cadastro ilegivel (ULT-MOV-NUM fica zero) deixa o cliente
      * como esta.
       EXAMINA-CLIENTE.
           MOVE ZEROES TO ULT-MOV-NUM.
           PERFORM VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS GREATER THAN QTD-VIS
               MOVE DIA-VIS (IDX-VIS) TO VIS-DIA-W
               MOVE MES-VIS (IDX-VIS) TO VIS-MES-W
               MOVE ANO-VIS (IDX-VIS) TO VIS-ANO-W
               PERFORM AVALIA-VISITA
           END-PERFORM.
           PERFORM VARRE-ARQUIVADAS.
           IF ULT-MOV-NUM EQUAL ZEROES AND DATA-CADASTRO NUMERIC
               COMPUTE ULT-MOV-NUM = AA-CAD * 10000 +
                                     MM-CAD * 100 + DD-CAD
           END-IF.
           IF ULT-MOV-NUM GREATER THAN ZEROES AND
              ULT-MOV-NUM LESS THAN CORTE-CLIENTE
               PERFORM CONFERE-SOCIO-CLIENTE
           END-IF.

      * O mesmo CPF em socio nao cancelado: a pessoa ainda tem
      * relacao com a empresa.
       CONFERE-SOCIO-CLIENTE.
           MOVE "CADCLI" TO ARQ-DET.
           MOVE CODIGOIN TO CHAVE-EDIT.
           MOVE SPACES TO MOTIVO-RET.
           MOVE CPFIN-NUM TO MST-CPF.
           READ CADMEST KEY IS MST-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT MST-SIT-CANCELADO
                       MOVE "RETIDO: CPF DE SOCIO NAO CANCELADO"
                           TO MOTIVO-RET
                   END-IF
           END-READ.
           IF MOTIVO-RET NOT EQUAL SPACES
               ADD 1 TO CT-CLI-RETIDOS
               MOVE MOTIVO-RET TO ACAO-DET
               PERFORM IMPRIME-DETALHE
           ELSE
               PERFORM ANONIMIZA-CLIENTE
           END-IF.

       ANONIMIZA-CLIENTE.
           ADD 1 TO CT-CLI-ANON.
           MOVE ANOS-CLIENTE TO ANOS-LOG.
           MOVE CPFIN-NUM    TO CPF-ORIGINAL.
           MOVE 99700000 TO CPF-MASC-CLI-PREF.
           MOVE CODIGOIN TO CPF-MASC-CLI-COD.
           IF MODO-EFETIVO
               MOVE "ANONIMIZADO (LGPD)" TO NOMEIN
               MOVE CPF-MASC-NUM TO CPFIN-NUM
               MOVE SPACES TO CIDADEIN EMAILIN
               MOVE ZEROES TO TELEFONEIN
               MOVE "ANONIMIZADO NA NOVA GERACAO CADCLIA" TO ACAO-DET
               PERFORM GRAVA-LOG
           ELSE
               MOVE "SERIA ANONIMIZADO" TO ACAO-DET
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM EXCLUI-XREF-CLIENTE.

      * Ligacao do CPF original do cliente com o codigo dele.
       EXCLUI-XREF-CLIENTE.
           IF TEM-XREFCLI EQUAL "S"
               MOVE CPF-ORIGINAL TO XRF-CPF
               MOVE CODIGOIN     TO XRF-CODIGO
               READ XREFCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXCLUI-XREF
               END-READ
           END-IF.

       VARRE-ARQUIVADAS.
           IF TEM-ARQVISA EQUAL "S"
               MOVE CODIGOIN TO ARCV-CODIGO
               MOVE ZEROES   TO ARCV-SEQ
               MOVE "NAO" TO FIM-AUX
               START ARQVISA KEY NOT LESS THAN ARCV-CHAVE
                   INVALID KEY MOVE "SIM" TO FIM-AUX
               END-START
               PERFORM UNTIL FIM-AUX EQUAL "SIM"
                   READ ARQVISA NEXT
                       AT END MOVE "SIM" TO FIM-AUX
                       NOT AT END
                           IF ARCV-CODIGO NOT EQUAL CODIGOIN
                               MOVE "SIM" TO FIM-AUX
                           ELSE
                               MOVE ARCV-DIA TO VIS-DIA-W
                               MOVE ARCV-MES TO VIS-MES-W
                               MOVE ARCV-ANO TO VIS-ANO-W
                               PERFORM AVALIA-VISITA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AVALIA-VISITA.
           MOVE VIS-DIA-W TO DD-CHK.
           MOVE VIS-MES-W TO MM-CHK.
           MOVE VIS-ANO-W TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "N"
               MOVE VIS-ANO-W TO VIS-COMP-ANO
               MOVE VIS-MES-W TO VIS-COMP-MES
               MOVE VIS-DIA-W TO VIS-COMP-DIA
               IF VIS-COMP-NUM GREATER THAN ULT-MOV-NUM
                   MOVE VIS-COMP-NUM TO ULT-MOV-NUM
               END-IF
           END-IF.

      * Um registro por anonimizacao no log do encarregado de dados,
      * so com a chave, o CPF ja mascarado e a base do prazo.
       GRAVA-LOG.
           MOVE SPACES TO REG-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LGP-DATA-HORA.
           MOVE "N"           TO LGP-TIPO.
           MOVE "EM02-48"     TO LGP-JOB.
           MOVE ARQ-DET       TO LGP-ARQUIVO.
           MOVE CHAVE-EDIT    TO LGP-CHAVE.
           MOVE CPF-MASC-NUM  TO LGP-CPF.
           MOVE ULT-MOV-NUM   TO LGP-DATA-REF.
           MOVE ANOS-LOG      TO LGP-ANOS-GUARDA.
           MOVE 1             TO LGP-QTD-REG.
           WRITE REG-LOG.

       EDITA-DATA.
           MOVE ULT-MOV-NUM (7:2) TO DATA-EDIT (1:2).
           MOVE "/"               TO DATA-EDIT (3:1).
           MOVE ULT-MOV-NUM (5:2) TO DATA-EDIT (4:2).
           MOVE "/"               TO DATA-EDIT (6:1).
           MOVE ULT-MOV-NUM (1:4) TO DATA-EDIT (7:4).

       IMPRIME-DETALHE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE CHAVE-EDIT TO CHAVE-DET.
           PERFORM EDITA-DATA.
           MOVE DATA-EDIT TO ULT-DET.
           WRITE REG-REL FROM LIN-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE SPACES TO CHAVE-EDIT.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
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

      * O rodape avanca 3+2+1x7+3 = 15 linhas; com a pagina de 40
      * linhas, o cabecalho so pode ser pulado com CT-LIN ate 25.
       TERMINO.
           IF CT-LIN GREATER THAN 25
               PERFORM CABECALHO
           END-IF.
           MOVE CT-SOC-CANC    TO VAR-TOT-01.
           MOVE CT-SOC-ANON    TO VAR-TOT-02.
           MOVE CT-SOC-RETIDOS TO VAR-TOT-03.
           MOVE CT-DEP-ANON    TO VAR-TOT-04.
           MOVE CT-CLI-LIDOS   TO VAR-TOT-05.
           MOVE CT-CLI-ANON    TO VAR-TOT-06.
           MOVE CT-CLI-RETIDOS TO VAR-TOT-07.
           MOVE CT-SPC-ANON    TO VAR-TOT-08.
           MOVE CT-XRF-EXCL    TO VAR-TOT-09.
           WRITE REG-REL FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-REL FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-ASSINA AFTER ADVANCING 3 LINES.
           CLOSE CADMEST CADCLI RELANON.
           IF TEM-LEDGPAG EQUAL "S"
               CLOSE LEDGPAG
           END-IF.
           IF TEM-CADDEP EQUAL "S"
               CLOSE CADDEP
           END-IF.
           IF TEM-PERDAS EQUAL "S"
               CLOSE PERDAS
           END-IF.
           IF TEM-CREDSOC EQUAL "S"
               CLOSE CREDSOC
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
           IF MODO-EFETIVO
               CLOSE CADCLIA LOGLGPD
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALDAT-P.

       COPY RUNLOG-P.
