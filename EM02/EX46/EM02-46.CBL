       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-46.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       INCLUSAO DE DEPENDENTES DO PLANO FAMILIAR: le o
      *               lote de fichas de dependentes (DEPINSC), confere
      *               o socio titular no mestre CADMEST, valida CPF e
      *               data de nascimento com as mesmas regras do
      *               EM02-09 (VALCPF e VALDAT) e barra a mesma pessoa
      *               entrando duas vezes pela chave alternada de CPF
      *               - no mestre (ja e socio) e no proprio cadastro
      *               de dependentes. Os aceitos entram no CADDEP sob
      *               o numero do titular com o proximo sequencial;
      *               os recusados saem no relatorio de
      *               inconsistencias RELDEP e no arquivo estruturado
      *               REJDEP. Dependente de titular suspenso ja entra
      *               suspenso, como se a suspensao o tivesse
      *               alcancado no EM02-25.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPINSC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      * O mestre e consultado pelo numero (titular) e pela chave
      * alternada de CPF (dependente que ja e socio).
           SELECT CADMEST ASSIGN TO "CADMEST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUM-SOCIO
           ALTERNATE RECORD KEY IS MST-CPF
           FILE STATUS IS WS-MEST-STATUS.
      * ACCESS DYNAMIC: o START pela chave do titular acha o ultimo
      * sequencial usado; a chave alternada pelo CPF barra a mesma
      * pessoa sob dois titulares.
           SELECT CADDEP ASSIGN TO "CADDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           ALTERNATE RECORD KEY IS DEP-CPF
           FILE STATUS IS WS-DEP-STATUS.
           SELECT RELDEP ASSIGN TO DISK.
           SELECT REJDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
           COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Ficha do dependente: titular, nome, CPF, nascimento e
      * parentesco (C conjuge, F filho(a), P pai/mae, O outro).
       FD DEPINSC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPINSC.DAT".

       01 REG-DEPINS.
           02 DPI-NUM-SOCIO  PIC 9(06).
           02 DPI-NOME       PIC X(30).
           02 DPI-CPF        PIC 9(11).
           02 DPI-DATA-NASC.
              03 DPI-DD      PIC 9(02).
              03 DPI-MM      PIC 9(02).
              03 DPI-AA      PIC 9(04).
           02 DPI-PARENTESCO PIC X(01).
              88 DPI-PARENT-VALIDO VALUE "C" "F" "P" "O".

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

       FD RELDEP
           LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

      * Fichas rejeitadas com os dados originais e um indicador por
      * tipo de erro, para acerto e reapresentacao (mesmo desenho do
      * REJINSC do EM02-09).
       FD REJDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJDEP.DAT".

       01 REG-REJDEP.
           02 REJD-NUM-SOCIO  PIC 9(06).
           02 REJD-NOME       PIC X(30).
           02 REJD-CPF        PIC 9(11).
           02 REJD-DATA-NASC  PIC 9(08).
           02 REJD-PARENTESCO PIC X(01).
           02 REJD-ERRO-NUM       PIC X(01).
           02 REJD-ERRO-TITULAR   PIC X(01).
           02 REJD-ERRO-NOME      PIC X(01).
           02 REJD-ERRO-CPF       PIC X(01).
           02 REJD-ERRO-CPF-DUP   PIC X(01).
           02 REJD-ERRO-DUPLICADO PIC X(01).
           02 REJD-ERRO-DATA      PIC X(01).
           02 REJD-ERRO-PARENT    PIC X(01).
           02 REJD-ERRO-LIMITE    PIC X(01).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 FIM-DEP PIC X(03).
       77 CT-LIN  PIC 9(02) VALUE 41.
       77 WS-MEST-STATUS PIC X(02).
       77 WS-DEP-STATUS  PIC X(02).
       77 ERRO           PIC 9(01) VALUE 0.
       77 ERRO-NUM       PIC 9(01) VALUE 0.
       77 ERRO-TITULAR   PIC 9(01) VALUE 0.
       77 ERRO-NOME      PIC 9(01) VALUE 0.
       77 ERRO-CPF       PIC 9(01) VALUE 0.
       77 ERRO-CPF-DUP   PIC 9(01) VALUE 0.
       77 ERRO-DUPLICADO PIC 9(01) VALUE 0.
       77 ERRO-DATA      PIC 9(01) VALUE 0.
       77 ERRO-PARENT    PIC 9(01) VALUE 0.
       77 ERRO-LIMITE    PIC 9(01) VALUE 0.

      * Situacao do titular lida no mestre (o dependente de titular
      * suspenso entra suspenso) e o ultimo sequencial ja usado.
       77 SIT-TITULAR    PIC X(01).
       77 ULT-SEQ        PIC 9(02).

      * Data de hoje, para recusar nascimento no futuro e datar a
      * inclusao.
       77 DATA-HOJE-NUM  PIC 9(08).
       01 DATA-NASC-W.
           02 NASC-AA-W  PIC 9(04).
           02 NASC-MM-W  PIC 9(02).
           02 NASC-DD-W  PIC 9(02).
       01 DATA-NASC-NUM REDEFINES DATA-NASC-W PIC 9(08).

      * Totais de controle do lote, impressos no fim do RELDEP.
       77 CT-LIDOS          PIC 9(05) VALUE 0.
       77 CT-GRAVADOS       PIC 9(05) VALUE 0.
       77 CT-REJEITADOS     PIC 9(05) VALUE 0.
       77 CT-REJ-NUM        PIC 9(05) VALUE 0.
       77 CT-REJ-TITULAR    PIC 9(05) VALUE 0.
       77 CT-REJ-NOME       PIC 9(05) VALUE 0.
       77 CT-REJ-CPF        PIC 9(05) VALUE 0.
       77 CT-REJ-CPF-DUP    PIC 9(05) VALUE 0.
       77 CT-REJ-DUPLICADO  PIC 9(05) VALUE 0.
       77 CT-REJ-DATA       PIC 9(05) VALUE 0.
       77 CT-REJ-PARENT     PIC 9(05) VALUE 0.
       77 CT-REJ-LIMITE     PIC 9(05) VALUE 0.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Campos da validacao de CPF compartilhada.
       COPY VALCPF-W.

      * Campos do log de auditoria da execucao.
       COPY RUNLOG-W.

       01 CAB01.
           02 FILLER      PIC X(30) VALUE SPACES.
           02 FILLER      PIC X(17) VALUE "TURISMAR TURISMOS".
           02 FILLER      PIC X(33) VALUE SPACES.

       01 CAB02.
           02 FILLER    PIC X(13) VALUE SPACES.
           02 FILLER    PIC X(46) VALUE
                    "RELATORIO DE INCLUSAO DE DEPENDENTES - ERROS  ".
           02 FILLER    PIC X(21) VALUE SPACES.

       01 CAB03.
           02 FILLER PIC X(16) VALUE "SOCIO TITULAR   ".
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "DADOS INVALIDOS".
           02 FILLER PIC X(33) VALUE SPACES.

       01 CAB04.
           02 FILLER PIC X(80) VALUE ALL "-".

       01 MSG-NUM.
           02 FILLER PIC X(25) VALUE "SOCIO TITULAR INEXISTENTE".
       01 MSG-TITULAR.
           02 FILLER PIC X(24) VALUE "SOCIO TITULAR CANCELADO".
       01 MSG-NOME.
           02 FILLER PIC X(18) VALUE "NOME NAO INFORMADO".
       01 MSG-CPF.
           02 FILLER PIC X(12) VALUE "CPF INVALIDO".
       01 MSG-CPF-DUP.
           02 FILLER PIC X(36) VALUE
                     "CPF JA CADASTRADO (SOCIO/OUTRO TIT.)".
       01 MSG-DUPLICADO.
           02 FILLER PIC X(24) VALUE "DEPENDENTE JA CADASTRADO".
       01 MSG-DATA.
           02 FILLER PIC X(27) VALUE "DATA DE NASCIMENTO INVALIDA".
       01 MSG-PARENT.
           02 FILLER PIC X(20) VALUE "PARENTESCO INVALIDO".
       01 MSG-LIMITE.
           02 FILLER PIC X(29) VALUE "TITULAR JA TEM 99 DEPENDENTES".

      * Rodape com os totais de controle do lote.
       01 CAB-TOT-01.
           02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
           02 FILLER    PIC X(22) VALUE "FICHAS LIDAS........: ".
           02 VAR-LIDOS PIC ZZ.ZZ9.

       01 CAB-TOT-03.
           02 FILLER       PIC X(22) VALUE "DEPENDENTES GRAVADOS: ".
           02 VAR-GRAVADOS PIC ZZ.ZZ9.

       01 CAB-TOT-04.
           02 FILLER         PIC X(22) VALUE "FICHAS REJEITADAS...: ".
           02 VAR-REJEITADOS PIC ZZ.ZZ9.

       01 CAB-TOT-05.
           02 FILLER      PIC X(28) VALUE
                           "  REJEITADAS POR TITULAR..: ".
           02 VAR-REJ-NUM PIC ZZ.ZZ9.

       01 CAB-TOT-06.
           02 FILLER          PIC X(28) VALUE
                               "  REJEITADAS POR CANCELADO: ".
           02 VAR-REJ-TITULAR PIC ZZ.ZZ9.

       01 CAB-TOT-07.
           02 FILLER       PIC X(28) VALUE
                            "  REJEITADAS POR NOME.....: ".
           02 VAR-REJ-NOME PIC ZZ.ZZ9.

       01 CAB-TOT-08.
           02 FILLER      PIC X(28) VALUE
                           "  REJEITADAS POR CPF......: ".
           02 VAR-REJ-CPF PIC ZZ.ZZ9.

       01 CAB-TOT-09.
           02 FILLER          PIC X(28) VALUE
                               "  REJEITADAS POR CPF DUPLIC.".
           02 VAR-REJ-CPF-DUP PIC ZZ.ZZ9.

       01 CAB-TOT-10.
           02 FILLER            PIC X(28) VALUE
                                 "  REJEITADAS POR DUPLICADO: ".
           02 VAR-REJ-DUPLICADO PIC ZZ.ZZ9.

       01 CAB-TOT-11.
           02 FILLER       PIC X(28) VALUE
                            "  REJEITADAS POR DATA.....: ".
           02 VAR-REJ-DATA PIC ZZ.ZZ9.

       01 CAB-TOT-12.
           02 FILLER         PIC X(28) VALUE
                              "  REJEITADAS POR PARENTESCO".
           02 VAR-REJ-PARENT PIC ZZ.ZZ9.

       01 CAB-TOT-13.
           02 FILLER         PIC X(28) VALUE
                              "  REJEITADAS POR LIMITE...: ".
           02 VAR-REJ-LIMITE PIC ZZ.ZZ9.

       01 DETALHE.
           02 FILLER PIC X(05)  VALUE SPACES.
           02 NUM-SOCIO-DET  PIC 999.999.
           02 FILLER         PIC X(20)  VALUE SPACES.
           02 MENSAGEM-ERRO  PIC X(47).

       PROCEDURE DIVISION.

       PGM-EM02-46.

       PERFORM INICIO.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
           MOVE "EM02-46" TO WS-RUNLOG-JOB.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO DATA-HOJE-NUM.
      * Sem o mestre nao ha titular a conferir.
           OPEN INPUT CADMEST.
           IF WS-MEST-STATUS NOT EQUAL "00"
               DISPLAY "EM02-46: ERRO AO ABRIR CADMEST, STATUS "
                   WS-MEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * O cadastro de dependentes e permanente: abre em I-O para
      * incluir sem destruir o que ja existe; na primeira execucao
      * (status "35") o arquivo e criado vazio e reaberto em I-O.
           OPEN I-O CADDEP.
           IF WS-DEP-STATUS EQUAL "35"
               OPEN OUTPUT CADDEP
               CLOSE CADDEP
               OPEN I-O CADDEP
           END-IF.
           IF WS-DEP-STATUS NOT EQUAL "00"
               DISPLAY "EM02-46: ERRO AO ABRIR CADDEP, STATUS "
                   WS-DEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPINSC
                OUTPUT RELDEP
                       REJDEP.
           PERFORM LEITURA.

       LEITURA.
           READ DEPINSC
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO CT-LIDOS
           END-READ.

       PRINCIPAL.
           PERFORM CONSIST.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

       CONSIST.
           MOVE 0 TO ERRO.
           MOVE 0 TO ERRO-NUM.
           MOVE 0 TO ERRO-TITULAR.
           MOVE 0 TO ERRO-NOME.
           MOVE 0 TO ERRO-CPF.
           MOVE 0 TO ERRO-CPF-DUP.
           MOVE 0 TO ERRO-DUPLICADO.
           MOVE 0 TO ERRO-DATA.
           MOVE 0 TO ERRO-PARENT.
           MOVE 0 TO ERRO-LIMITE.
           PERFORM VAL-TITULAR.
           PERFORM VAL-NOME.
           PERFORM VAL-CPF.
           PERFORM VAL-CPF-EXISTENTE.
           PERFORM VAL-DATA.
           PERFORM VAL-PARENTESCO.

      * O titular tem de existir no mestre e nao estar cancelado;
      * a situacao dele vai para o dependente incluido.
       VAL-TITULAR.
           MOVE SPACES TO SIT-TITULAR.
           IF DPI-NUM-SOCIO EQUAL ZEROES
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-NUM
           ELSE
              MOVE DPI-NUM-SOCIO TO MST-NUM-SOCIO
              READ CADMEST
                  INVALID KEY
                      MOVE 1 TO ERRO
                      MOVE 1 TO ERRO-NUM
                  NOT INVALID KEY
                      IF MST-SIT-CANCELADO
                          MOVE 1 TO ERRO
                          MOVE 1 TO ERRO-TITULAR
                      ELSE
                          MOVE MST-SITUACAO TO SIT-TITULAR
                      END-IF
              END-READ
           END-IF.

       VAL-NOME.
           IF DPI-NOME EQUAL SPACES
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-NOME
           END-IF.

       VAL-CPF.
           MOVE DPI-CPF TO CPF-CHK-NUM.
           PERFORM VAL-CPF-COMUM.
           IF ERRO-CPF-COMUM EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-CPF
           END-IF.

      * Mesma conferencia de pessoa do EM02-09, pelas chaves
      * alternadas de CPF: quem ja e socio no mestre nao entra como
      * dependente (seria cobrado duas vezes), e o CPF ja cadastrado
      * como dependente de OUTRO titular e a mesma pessoa entrando
      * duas vezes; no mesmo titular e a ficha reapresentada. So
      * confere quando os digitos do CPF ja passaram.
       VAL-CPF-EXISTENTE.
           IF ERRO-CPF EQUAL 0
              MOVE DPI-CPF TO MST-CPF
              READ CADMEST KEY IS MST-CPF
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO ERRO
                      MOVE 1 TO ERRO-CPF-DUP
              END-READ
              MOVE DPI-CPF TO DEP-CPF
              READ CADDEP KEY IS DEP-CPF
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO ERRO
                      IF DEP-NUM-SOCIO EQUAL DPI-NUM-SOCIO
                          MOVE 1 TO ERRO-DUPLICADO
                      ELSE
                          MOVE 1 TO ERRO-CPF-DUP
                      END-IF
              END-READ
           END-IF.

      * Data de nascimento valida (VALDAT) e nao posterior a hoje.
       VAL-DATA.
           MOVE DPI-DD TO DD-CHK.
           MOVE DPI-MM TO MM-CHK.
           MOVE DPI-AA TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-DATA
           ELSE
              MOVE DPI-AA TO NASC-AA-W
              MOVE DPI-MM TO NASC-MM-W
              MOVE DPI-DD TO NASC-DD-W
              IF DATA-NASC-NUM GREATER THAN DATA-HOJE-NUM
                 MOVE 1 TO ERRO
                 MOVE 1 TO ERRO-DATA
              END-IF
           END-IF.

       VAL-PARENTESCO.
           IF NOT DPI-PARENT-VALIDO
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-PARENT
           END-IF.

       IMPRESSAO.
           IF ERRO EQUAL 0
              PERFORM BUSCA-ULTIMO-SEQ
           END-IF.
           IF ERRO EQUAL 0
              PERFORM GRAVA-DEPENDENTE
           END-IF.
           IF ERRO NOT EQUAL 0
              ADD 1 TO CT-REJEITADOS
              PERFORM GRAVA-REJEITADO
              PERFORM IMPDETALHE
           END-IF.

      * Posiciona no primeiro dependente do titular e le ate mudar
      * de titular: o ultimo sequencial lido mais um e o do novo
      * dependente (ate 99 por titular).
       BUSCA-ULTIMO-SEQ.
           MOVE ZEROES TO ULT-SEQ.
           MOVE DPI-NUM-SOCIO TO DEP-NUM-SOCIO.
           MOVE ZEROES TO DEP-SEQ.
           MOVE "NAO" TO FIM-DEP.
           START CADDEP KEY NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE "SIM" TO FIM-DEP
           END-START.
           PERFORM UNTIL FIM-DEP EQUAL "SIM"
               READ CADDEP NEXT
                   AT END MOVE "SIM" TO FIM-DEP
                   NOT AT END
                       IF DEP-NUM-SOCIO NOT EQUAL DPI-NUM-SOCIO
                           MOVE "SIM" TO FIM-DEP
                       ELSE
                           MOVE DEP-SEQ TO ULT-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           IF ULT-SEQ EQUAL 99
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-LIMITE
           END-IF.

       GRAVA-DEPENDENTE.
           MOVE DPI-NUM-SOCIO  TO DEP-NUM-SOCIO.
           COMPUTE DEP-SEQ = ULT-SEQ + 1.
           MOVE DPI-NOME       TO DEP-NOME.
           MOVE DPI-CPF        TO DEP-CPF.
           MOVE DPI-DD         TO DEP-DD-NASC.
           MOVE DPI-MM         TO DEP-MM-NASC.
           MOVE DPI-AA         TO DEP-AA-NASC.
           MOVE DPI-PARENTESCO TO DEP-PARENTESCO.
           MOVE DATA-HOJE-NUM  TO DEP-DATA-INCL.
      * Titular suspenso: o dependente entra suspenso com a
      * situacao herdada, e volta junto quando o titular for
      * reativado no EM02-25.
           IF SIT-TITULAR EQUAL "S"
               MOVE "S" TO DEP-SITUACAO
               MOVE "M" TO DEP-SIT-ORIGEM
           ELSE
               MOVE "A" TO DEP-SITUACAO
               MOVE SPACES TO DEP-SIT-ORIGEM
           END-IF.
           WRITE REG-DEP
               INVALID KEY
                   MOVE 1 TO ERRO
                   MOVE 1 TO ERRO-DUPLICADO
               NOT INVALID KEY
                   ADD 1 TO CT-GRAVADOS
           END-WRITE.

      * Grava a ficha original com um indicador por tipo de erro no
      * arquivo estruturado de rejeitadas.
       GRAVA-REJEITADO.
           MOVE DPI-NUM-SOCIO  TO REJD-NUM-SOCIO.
           MOVE DPI-NOME       TO REJD-NOME.
           MOVE DPI-CPF        TO REJD-CPF.
           MOVE DPI-DATA-NASC  TO REJD-DATA-NASC.
           MOVE DPI-PARENTESCO TO REJD-PARENTESCO.
           MOVE "N" TO REJD-ERRO-NUM REJD-ERRO-TITULAR REJD-ERRO-NOME
                       REJD-ERRO-CPF REJD-ERRO-CPF-DUP
                       REJD-ERRO-DUPLICADO REJD-ERRO-DATA
                       REJD-ERRO-PARENT REJD-ERRO-LIMITE.
           IF ERRO-NUM EQUAL 1
              MOVE "S" TO REJD-ERRO-NUM
              ADD 1 TO CT-REJ-NUM
           END-IF.
           IF ERRO-TITULAR EQUAL 1
              MOVE "S" TO REJD-ERRO-TITULAR
              ADD 1 TO CT-REJ-TITULAR
           END-IF.
           IF ERRO-NOME EQUAL 1
              MOVE "S" TO REJD-ERRO-NOME
              ADD 1 TO CT-REJ-NOME
           END-IF.
           IF ERRO-CPF EQUAL 1
              MOVE "S" TO REJD-ERRO-CPF
              ADD 1 TO CT-REJ-CPF
           END-IF.
           IF ERRO-CPF-DUP EQUAL 1
              MOVE "S" TO REJD-ERRO-CPF-DUP
              ADD 1 TO CT-REJ-CPF-DUP
           END-IF.
           IF ERRO-DUPLICADO EQUAL 1
              MOVE "S" TO REJD-ERRO-DUPLICADO
              ADD 1 TO CT-REJ-DUPLICADO
           END-IF.
           IF ERRO-DATA EQUAL 1
              MOVE "S" TO REJD-ERRO-DATA
              ADD 1 TO CT-REJ-DATA
           END-IF.
           IF ERRO-PARENT EQUAL 1
              MOVE "S" TO REJD-ERRO-PARENT
              ADD 1 TO CT-REJ-PARENT
           END-IF.
           IF ERRO-LIMITE EQUAL 1
              MOVE "S" TO REJD-ERRO-LIMITE
              ADD 1 TO CT-REJ-LIMITE
           END-IF.
           WRITE REG-REJDEP.

      * Uma linha por tipo de erro da ficha, todas com o numero do
      * titular, no estilo do relatorio de inconsistencias do
      * EM02-09.
       IMPDETALHE.
           MOVE DPI-NUM-SOCIO TO NUM-SOCIO-DET.
           IF ERRO-NUM EQUAL 1
              MOVE MSG-NUM TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-TITULAR EQUAL 1
              MOVE MSG-TITULAR TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-NOME EQUAL 1
              MOVE MSG-NOME TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-CPF EQUAL 1
              MOVE MSG-CPF TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-CPF-DUP EQUAL 1
              MOVE MSG-CPF-DUP TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-DUPLICADO EQUAL 1
              MOVE MSG-DUPLICADO TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-DATA EQUAL 1
              MOVE MSG-DATA TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-PARENT EQUAL 1
              MOVE MSG-PARENT TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.
           IF ERRO-LIMITE EQUAL 1
              MOVE MSG-LIMITE TO MENSAGEM-ERRO
              PERFORM IMPRIME-LINHA-ERRO
           END-IF.

       IMPRIME-LINHA-ERRO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           WRITE REG-ATR FROM CAB01 AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB04 AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * Imprime os totais de controle do lote ao final do relatorio
      * de inconsistencias, antes de fechar os arquivos. O rodape
      * avanca 3+2+1x11 = 16 linhas; com a pagina de 40 linhas, o
      * cabecalho so pode ser pulado se CT-LIN NOT GREATER 40-16 = 24
      * (mesma conta do TERMINO do EM02-09).
       TERMINO.
           IF CT-LIN GREATER THAN 24
              PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS         TO VAR-LIDOS.
           MOVE CT-GRAVADOS      TO VAR-GRAVADOS.
           MOVE CT-REJEITADOS    TO VAR-REJEITADOS.
           MOVE CT-REJ-NUM       TO VAR-REJ-NUM.
           MOVE CT-REJ-TITULAR   TO VAR-REJ-TITULAR.
           MOVE CT-REJ-NOME      TO VAR-REJ-NOME.
           MOVE CT-REJ-CPF       TO VAR-REJ-CPF.
           MOVE CT-REJ-CPF-DUP   TO VAR-REJ-CPF-DUP.
           MOVE CT-REJ-DUPLICADO TO VAR-REJ-DUPLICADO.
           MOVE CT-REJ-DATA      TO VAR-REJ-DATA.
           MOVE CT-REJ-PARENT    TO VAR-REJ-PARENT.
           MOVE CT-REJ-LIMITE    TO VAR-REJ-LIMITE.
           WRITE REG-ATR FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-07 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-08 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-09 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-10 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-11 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-12 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-13 AFTER ADVANCING 1 LINE.
           CLOSE DEPINSC CADMEST CADDEP RELDEP REJDEP.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALDAT-P.

       COPY VALCPF-P.

       COPY RUNLOG-P.
