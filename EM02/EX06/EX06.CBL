           ACCESS MODE IS RANDOM
           RECORD KEY IS CPF-WRK
           FILE STATUS IS WS-CPFWRK-STATUS.
      * Estado da validacao de cada cliente (imagem dos campos
      * validados + resultado), mantido de uma noite para outra: no
      * modo incremental so o cliente novo ou alterado desde a ultima
      * validacao passa pelas regras; os demais aproveitam o resultado
      * guardado. O modo completo recria o arquivo do zero.
           SELECT ESTCLI  ASSIGN TO "ESTCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-ESTCLI-STATUS.
      * Modo da validacao: incremental ou completo, e o dia da semana
      * em que o incremental vira completo (a revalidacao semanal).
           SELECT PARAVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAVAL-STATUS.
      * req. 017: log de auditoria da execucao, compartilhado por
      *           todos os programas do lote noturno.
           COPY RUNLOG-F.
       01 REGCLI.
           COPY CLIREC.

      * Campos validados do registro (tudo antes do historico de
      * viagens), vistos como uma imagem unica para a comparacao com
      * o estado guardado; mudanca so nas viagens nao revalida.
       01 REGCLI-IMAGEM.
           02 CODIGO-IMG PIC 9(03).
           02 IMAGEM-CLI PIC X(121).

       FD CADOK
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOK.DAT".
       01  REG-CPFWRK.
           02 CPF-WRK PIC 9(11).

      * Estado da validacao: imagem dos campos como foram validados
      * pela ultima vez e o resultado de cada regra ("S" = erro). O
      * CPF duplicado nao fica aqui: depende dos demais registros e
      * e conferido de novo em toda execucao.
       FD  ESTCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTCLI.DAT".

       01  REG-ESTCLI.
           02 EST-CODIGO        PIC 9(03).
           02 EST-IMAGEM        PIC X(121).
           02 EST-ERRO-CPF      PIC X(01).
           02 EST-ERRO-NOME     PIC X(01).
           02 EST-ERRO-ESTADO   PIC X(01).
           02 EST-ERRO-CIDADE   PIC X(01).
           02 EST-ERRO-EMAIL    PIC X(01).
           02 EST-ERRO-DATA     PIC X(01).
           02 EST-ERRO-TELEFONE PIC X(01).
           02 EST-ERRO-DDD-UF   PIC X(01).
           02 EST-DATA-VAL      PIC 9(08).

      * PVL-MODO "I" = incremental, "C" = completo; PVL-DIA-COMPLETO
      * de 1 (segunda) a 7 (domingo) forca o completo no incremental,
      * 0 = sem revalidacao semanal. Sem o arquivo, roda completo.
       FD  PARAVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARAVAL.DAT".

       01  REG-PARAVAL.
           02 PVL-MODO         PIC X(01).
           02 PVL-DIA-COMPLETO PIC 9(01).

      * req. 017: log de auditoria da execucao.
       COPY RUNLOG-D.

       77 CPF-JA-GRAVADO   PIC X(01) VALUE "N".
       77 VEREDICTO-DUP    PIC X(01) VALUE "N".

      * Modo da validacao e estado por cliente. Pelo mesmo motivo do
      * CPF-JA-GRAVADO, a consulta e a gravacao do estado so
      * acontecem na primeira passada do registro; a repeticao depois
      * do estouro de pagina reaproveita a decisao.
       77 WS-ESTCLI-STATUS  PIC X(02).
       77 WS-PARAVAL-STATUS PIC X(02).
       77 MODO-VALIDACAO    PIC X(01) VALUE "C".
          88 MODO-INCREMENTAL VALUE "I".
          88 MODO-COMPLETO    VALUE "C".
       77 ESTADO-ATIVO      PIC X(01) VALUE "N".
       77 ESTADO-JA-VISTO   PIC X(01) VALUE "N".
       77 ESTADO-GRAVADO    PIC X(01) VALUE "N".
       77 EST-EXISTE        PIC X(01) VALUE "N".
       77 APROVEITA-ESTADO  PIC X(01) VALUE "N".
       77 DIAS-HOJE         PIC 9(07).
       77 QUOC-SEMANA       PIC 9(07).
       77 DIA-SEMANA        PIC 9(01).

      * req. 012: a validacao do formato do e-mail agora vive em
      * VALEMAIL-P.CPY, compartilhada com os programas de manutencao
      * de cadastro (mesmo tratamento dado a validacao de data).
       77 CT-REJ-TELEFONE   PIC 9(05) VALUE 0.
       77 CT-REJ-DUPLICADO  PIC 9(05) VALUE 0.
       77 CT-REJ-DDD-UF     PIC 9(05) VALUE 0.
       77 CT-ANONIMIZADOS   PIC 9(05) VALUE 0.
       77 CT-REVALIDADOS    PIC 9(05) VALUE 0.
       77 CT-APROVEITADOS   PIC 9(05) VALUE 0.

      * Consistencia DDD x estado, agora em VALDDUF-P.CPY para ser
      * reaproveitada pelo reprocesso de rejeitados.
       COPY VALDDUF-W.


      * req. 016: campos da validacao de data compartilhada.
       COPY VALDAT-W.
                              "  REJEITADOS POR DDD X UF..: ".
           02 VAR-REJ-DDD-UF PIC ZZ.ZZ9.

      * Registros anonimizados pela LGPD (EM02-48): pulados, fora da
      * contagem de lidos, nem validados nem gravados no CADOK.
       01 CAB-TOT-14.
           02 FILLER           PIC X(22) VALUE "REGISTROS ANONIMIZ..: ".
           02 VAR-ANONIMIZADOS PIC ZZ.ZZ9.

      * Modo da validacao e quantos registros passaram por cada
      * caminho (regras aplicadas x resultado aproveitado).
       01 CAB-TOT-15.
           02 FILLER    PIC X(22) VALUE "MODO DA VALIDACAO...: ".
           02 VAR-MODO  PIC X(40).

       01 CAB-TOT-16.
           02 FILLER          PIC X(22) VALUE "REGISTROS REVALIDADOS:".
           02 VAR-REVALIDADOS PIC ZZ.ZZ9.

       01 CAB-TOT-17.
           02 FILLER           PIC X(22) VALUE "REGISTROS APROVEITADO:".
           02 VAR-APROVEITADOS PIC ZZ.ZZ9.

       01 DETALHE.
           02 FILLER PIC X(05)  VALUE SPACES.
           02 CODIGO-CLI     PIC ZZZ.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM DEFINE-MODO.
           OPEN INPUT CADCLI OUTPUT CADOK RELOCOR REJCLI.
           PERFORM LEITURA.

      * Modo da validacao: completo sem PARAVAL, quando pedido nele,
      * no dia da revalidacao semanal ou sem estado anterior para
      * aproveitar; o completo recria o ESTCLI do zero. Sem conseguir
      * abrir o ESTCLI a validacao roda completa e sem estado.
       DEFINE-MODO.
           MOVE "C" TO MODO-VALIDACAO.
           MOVE "COMPLETO - PARAVAL AUSENTE" TO VAR-MODO.
           OPEN INPUT PARAVAL.
           IF WS-PARAVAL-STATUS EQUAL "00"
              READ PARAVAL
                 AT END
                    MOVE SPACES TO REG-PARAVAL
              END-READ
              CLOSE PARAVAL
              MOVE "COMPLETO - PEDIDO NO PARAVAL" TO VAR-MODO
              IF PVL-MODO EQUAL "I"
                 MOVE "I" TO MODO-VALIDACAO
                 MOVE "INCREMENTAL" TO VAR-MODO
              END-IF
           END-IF.
           IF MODO-INCREMENTAL AND PVL-DIA-COMPLETO NUMERIC
              AND PVL-DIA-COMPLETO GREATER THAN 0
      * Dia 1 da contagem (01/01/1601) foi uma segunda-feira: resto
      * 1 = segunda ... 6 = sabado, resto 0 = domingo (dia 7).
              COMPUTE DIAS-HOJE = FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
              DIVIDE DIAS-HOJE BY 7
                  GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
              IF DIA-SEMANA EQUAL 0
                 MOVE 7 TO DIA-SEMANA
              END-IF
              IF DIA-SEMANA EQUAL PVL-DIA-COMPLETO
                 MOVE "C" TO MODO-VALIDACAO
                 MOVE "COMPLETO - REVALIDACAO SEMANAL" TO VAR-MODO
              END-IF
           END-IF.
           IF MODO-INCREMENTAL
              OPEN I-O ESTCLI
              IF WS-ESTCLI-STATUS EQUAL "00"
                 MOVE "S" TO ESTADO-ATIVO
              ELSE
                 DISPLAY "EX06: ESTCLI.DAT NAO ABRE (STATUS "
                     WS-ESTCLI-STATUS "), VALIDACAO COMPLETA"
                 MOVE "C" TO MODO-VALIDACAO
                 MOVE "COMPLETO - SEM ESTADO ANTERIOR" TO VAR-MODO
              END-IF
           END-IF.
           IF MODO-COMPLETO
              OPEN OUTPUT ESTCLI
              IF WS-ESTCLI-STATUS EQUAL "00"
                 MOVE "S" TO ESTADO-ATIVO
              ELSE
                 DISPLAY "EX06: ERRO AO CRIAR ESTCLI, STATUS "
                     WS-ESTCLI-STATUS " - ESTADO NAO GRAVADO"
              END-IF
           END-IF.
           DISPLAY "EX06: VALIDACAO " VAR-MODO.

       LEITURA.
           READ CADCLI
              AT END MOVE "SIM" TO FIM-ARQ.
           MOVE "N" TO CPF-JA-GRAVADO.
           MOVE "N" TO ESTADO-JA-VISTO.
           MOVE "N" TO ESTADO-GRAVADO.

      * O anonimizado fica fora da contagem de lidos, para que lidos
      * continue fechando com CADOK + REJCLI na conciliacao (EM02-19)
      * e no GO/NO-GO da manha (EM02-60).
       PRINCIPAL.
           IF CLI-ANONIMIZADO
              ADD 1 TO CT-ANONIMIZADOS
           ELSE
              ADD 1 TO CT-LIDOS
              PERFORM CONSIST-CLIENTE
              PERFORM IMPRESSAO
           END-IF.
           PERFORM LEITURA.
       GRAVA-REGOK.
           MOVE CPFIN      TO CPF-OK.
           MOVE DATA-CADASTRO TO DATA-OK.
           WRITE REGOK.
           ADD 1 TO CT-GRAVADOS.
      * Cliente sem mudanca nos campos validados desde a ultima
      * validacao aproveita o resultado guardado; o novo ou alterado
      * passa por todas as regras e tem o estado regravado. O CPF
      * duplicado e conferido em todos os casos.
       CONSIST-CLIENTE.
           IF ESTADO-JA-VISTO EQUAL "N"
              MOVE "S" TO ESTADO-JA-VISTO
              PERFORM CONSULTA-ESTADO
           END-IF.
           IF APROVEITA-ESTADO EQUAL "S"
              PERFORM RESTAURA-ESTADO
           ELSE
              PERFORM CONSIST
              IF ESTADO-GRAVADO EQUAL "N"
                 MOVE "S" TO ESTADO-GRAVADO
                 PERFORM GUARDA-ESTADO
              END-IF
           END-IF.

       CONSULTA-ESTADO.
           MOVE "N" TO EST-EXISTE.
           MOVE "N" TO APROVEITA-ESTADO.
           IF MODO-INCREMENTAL AND ESTADO-ATIVO EQUAL "S"
              MOVE CODIGOIN TO EST-CODIGO
              READ ESTCLI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO EST-EXISTE
              END-READ
              IF EST-EXISTE EQUAL "S" AND EST-IMAGEM EQUAL IMAGEM-CLI
                 MOVE "S" TO APROVEITA-ESTADO
              END-IF
           END-IF.
           IF APROVEITA-ESTADO EQUAL "S"
              ADD 1 TO CT-APROVEITADOS
           ELSE
              ADD 1 TO CT-REVALIDADOS
           END-IF.

       RESTAURA-ESTADO.
           MOVE 0 TO ERRO.
           MOVE 0 TO ERRO-CPF.
           MOVE 0 TO ERRO-NOME.
           MOVE 0 TO ERRO-ESTADO.
           MOVE 0 TO ERRO-CIDADE.
           MOVE 0 TO ERRO-EMAIL.
           MOVE 0 TO ERRO-DATA.
           MOVE 0 TO ERRO-TELEFONE.
           MOVE 0 TO ERRO-DUPLICADO.
           MOVE 0 TO ERRO-DDD-UF.
           IF EST-ERRO-CPF EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-CPF
           END-IF.
           IF EST-ERRO-NOME EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-NOME
           END-IF.
           IF EST-ERRO-ESTADO EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-ESTADO
           END-IF.
           IF EST-ERRO-CIDADE EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-CIDADE
           END-IF.
           IF EST-ERRO-EMAIL EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-EMAIL
           END-IF.
           IF EST-ERRO-DATA EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-DATA
           END-IF.
           IF EST-ERRO-TELEFONE EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-TELEFONE
           END-IF.
           IF EST-ERRO-DDD-UF EQUAL "S"
              MOVE 1 TO ERRO
              MOVE 1 TO ERRO-DDD-UF
           END-IF.
           PERFORM VAL-CPF-DUPLICADO.

      * Grava o resultado das regras (sem o duplicado) com a imagem
      * validada; no incremental regrava o estado do cliente alterado.
       GUARDA-ESTADO.
           IF ESTADO-ATIVO EQUAL "S"
              MOVE CODIGOIN   TO EST-CODIGO
              MOVE IMAGEM-CLI TO EST-IMAGEM
              MOVE "N" TO EST-ERRO-CPF EST-ERRO-NOME EST-ERRO-ESTADO
                          EST-ERRO-CIDADE EST-ERRO-EMAIL EST-ERRO-DATA
                          EST-ERRO-TELEFONE EST-ERRO-DDD-UF
              IF ERRO-CPF EQUAL 1
                 MOVE "S" TO EST-ERRO-CPF
              END-IF
              IF ERRO-NOME EQUAL 1
                 MOVE "S" TO EST-ERRO-NOME
              END-IF
              IF ERRO-ESTADO EQUAL 1
                 MOVE "S" TO EST-ERRO-ESTADO
              END-IF
              IF ERRO-CIDADE EQUAL 1
                 MOVE "S" TO EST-ERRO-CIDADE
              END-IF
              IF ERRO-EMAIL EQUAL 1
                 MOVE "S" TO EST-ERRO-EMAIL
              END-IF
              IF ERRO-DATA EQUAL 1
                 MOVE "S" TO EST-ERRO-DATA
              END-IF
              IF ERRO-TELEFONE EQUAL 1
                 MOVE "S" TO EST-ERRO-TELEFONE
              END-IF
              IF ERRO-DDD-UF EQUAL 1
                 MOVE "S" TO EST-ERRO-DDD-UF
              END-IF
              MOVE FUNCTION CURRENT-DATE (1:8) TO EST-DATA-VAL
              IF EST-EXISTE EQUAL "S"
                 REWRITE REG-ESTCLI
                    INVALID KEY
                       DISPLAY "EX06: ERRO AO REGRAVAR ESTADO DO "
                           "CLIENTE " CODIGOIN
                 END-REWRITE
              ELSE
                 WRITE REG-ESTCLI
                    INVALID KEY
                       DISPLAY "EX06: CODIGO " CODIGOIN
                           " REPETIDO NO CADCLI, ESTADO NAO GRAVADO"
                 END-WRITE
              END-IF
           END-IF.

       CONSIST.
           MOVE 0 TO ERRO.
           MOVE 0 TO ERRO-CPF.
      *           relatorio de inconsistencias, antes de fechar os
      *           arquivos.
       TERMINO.
      * req. 013 (revisao): o rodape abaixo avanca 3+2+1x15 = 20
      * linhas (CAB-TOT-01..17); com a pagina de 40 linhas usada em
      * todo o resto deste programa (CT-LIN GREATER THAN 40), o
      * cabecalho so pode ser pulado se ainda houver 20 linhas de
      * sobra, ou seja, CT-LIN NOT GREATER THAN 40-20 = 20.
           IF CT-LIN GREATER THAN 20
              PERFORM CABECALHO
           END-IF.
           MOVE CT-LIDOS         TO VAR-LIDOS.
           MOVE CT-REJ-TELEFONE  TO VAR-REJ-TELEFONE.
           MOVE CT-REJ-DUPLICADO TO VAR-REJ-DUPLICADO.
           MOVE CT-REJ-DDD-UF    TO VAR-REJ-DDD-UF.
           MOVE CT-ANONIMIZADOS  TO VAR-ANONIMIZADOS.
           MOVE CT-REVALIDADOS   TO VAR-REVALIDADOS.
           MOVE CT-APROVEITADOS  TO VAR-APROVEITADOS.
           WRITE REG-ATR FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-11 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-12 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-13 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-14 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-15 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-16 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-17 AFTER ADVANCING 1 LINE.
           CLOSE CADCLI CADOK RELOCOR REJCLI CPFWRK.
           IF ESTADO-ATIVO EQUAL "S"
              CLOSE ESTCLI
           END-IF.
      * Linha do modo no log de auditoria, antes da linha do EX06 (a
      * que o batimento EM02-19 le): job EX06-INC ou EX06-CMP, com os
      * revalidados em lidos e os aproveitados em gravados.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           IF MODO-INCREMENTAL
              MOVE "EX06-INC" TO WS-RUNLOG-JOB
           ELSE
              MOVE "EX06-CMP" TO WS-RUNLOG-JOB
           END-IF.
           MOVE CT-REVALIDADOS  TO WS-RUNLOG-LIDOS.
           MOVE CT-APROVEITADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.
      * req. 017: registra o resultado da execucao no log de auditoria.
           MOVE "EX06"      TO WS-RUNLOG-JOB.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.
