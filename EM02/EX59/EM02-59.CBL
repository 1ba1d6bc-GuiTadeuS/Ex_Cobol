       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-59.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       LISTA DE CHAMADA: para cada turma do cadastro de
      *               turmas (TABTURMA) imprime a folha de chamada
      *               numerada com os alunos do ARQALU e uma casa por
      *               dia de aula do semestre (dias da semana da
      *               turma entre o primeiro e o ultimo dia de aula,
      *               sem os feriados do CALPROC), no mesmo desenho
      *               do lancamento do MOVFALTA do EM02-15: matricula
      *               de 7 digitos, data da coluna e periodos de falta
      *               na casa. As folhas deixam de ser montadas a mao.
      *               O resumo final traz alunos por turma contra o
      *               maximo do cadastro e os alunos do ARQALU em
      *               TURMA que nao consta dele.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ALU-STATUS.
      * Cadastro de turmas.
          COPY TABTURMA-F.
      * Calendario de processamento do lote: so os feriados ("F")
      * interessam aqui.
          SELECT CALPROC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CAL-STATUS.
          SELECT RELCHAM ASSIGN TO DISK.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

       FD ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQALU.DAT".

      * Layout compartilhado com o EM02-05.
       01 REG-ALU.
          COPY ALUREC.

       COPY TABTURMA-D.

      * Mesmo calendario lido pelo EM02-17.
       FD CALPROC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALPROC.DAT".

       01 REG-CAL.
          02 CAL-TIPO  PIC X(01).
          02 CAL-DADOS PIC X(08).
       01 REG-CAL-DATA REDEFINES REG-CAL.
          02 FILLER    PIC X(01).
          02 CAL-DATA  PIC 9(08).

       FD RELCHAM
          LABEL RECORD IS OMITTED.

       01 REG-CHAM PIC X(80).

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 WS-ALU-STATUS PIC X(02).
       77 WS-CAL-STATUS PIC X(02).
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(03) VALUE ZEROES.

      * Cadastro de turmas em memoria.
       COPY TABTURMA-W.

      * Alunos de ARQALU em memoria (mesmo limite do EM02-15).
       77 QTD-ALUNOS PIC 9(03) VALUE ZEROES.
       77 IDX-ALU    PIC 9(03).
       01 TAB-ALUNOS.
           02 ALU-OCORR OCCURS 500 TIMES.
              03 ALU-MATRICULA PIC 9(07).
              03 ALU-NOME      PIC X(30).
              03 ALU-TURMA     PIC X(05).
              03 ALU-CADASTRADA PIC X(01).

      * Feriados do CALPROC.
       77 QTD-FERIADOS PIC 9(03) VALUE ZEROES.
       77 IDX-FER      PIC 9(03).
       77 E-FERIADO    PIC X(01).
       01 TAB-FERIADOS.
           02 FERIADO-DATA OCCURS 100 TIMES PIC 9(08).

      * Dias de aula da turma corrente, em ordem.
       77 QTD-DATAS   PIC 9(03) VALUE ZEROES.
       77 IDX-DATA    PIC 9(03).
       01 TAB-DATAS.
           02 AULA-DATA OCCURS 150 TIMES PIC 9(08).

      * Montagem do calendario da turma.
       77 DIA-INT-INI PIC 9(07).
       77 DIA-INT-FIM PIC 9(07).
       77 DIA-INT     PIC 9(07).
       77 QUOC-SEMANA PIC 9(07).
       77 DIA-SEMANA  PIC 9(01).
       77 DATA-DIA    PIC 9(08).
       77 CALENDARIO-OK PIC X(01).

      * Folhas: 8 dias de aula por folha; o bloco corrente comeca
      * em IDX-DATA-INI.
       77 QTD-BLOCOS    PIC 9(03).
       77 IDX-BLOCO     PIC 9(03).
       77 IDX-DATA-INI  PIC 9(03).
       77 IDX-COL       PIC 9(01).
       77 NUM-ALU       PIC 9(03).
       77 CT-ALU-TURMA  PIC 9(04).

      * Resultado de cada turma do cadastro, para o resumo.
       01 TAB-RES-TURMA.
           02 RES-OCORR OCCURS 100 TIMES.
              03 RES-ALUNOS PIC 9(04).
              03 RES-AULAS  PIC 9(03).
              03 RES-FOLHAS PIC 9(03).

      * Totais.
       77 CT-FOLHAS     PIC 9(05) VALUE ZEROES.
       77 CT-ALU-NC     PIC 9(05) VALUE ZEROES.
       77 CT-TUR-ACIMA  PIC 9(03) VALUE ZEROES.

      * Campos da validacao de data compartilhada.
       COPY VALDAT-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
          02 FILLER  PIC X(31) VALUE SPACES.
          02 FILLER  PIC X(16) VALUE "LISTA DE CHAMADA".
          02 FILLER  PIC X(22) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 999.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 LIN-TURMA-1.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "Turma ".
          02 TURMA-CHA    PIC X(05).
          02 FILLER       PIC X(03) VALUE " - ".
          02 DISC-CHA     PIC X(30).
          02 FILLER       PIC X(12) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE "Sala  ".
          02 SALA-CHA     PIC X(06).
          02 FILLER       PIC X(11) VALUE SPACES.

       01 LIN-TURMA-2.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(07) VALUE "Prof.: ".
          02 PROF-CHA     PIC X(30).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 FILLER       PIC X(08) VALUE "Horario ".
          02 HORA-INI-CHA PIC 99B99.
          02 FILLER       PIC X(03) VALUE " a ".
          02 HORA-FIM-CHA PIC 99B99.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(14) VALUE "Periodos/aula ".
          02 PER-CHA      PIC Z9.

       01 LIN-TURMA-3.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(13) VALUE "Matriculados ".
          02 ALUNOS-CHA   PIC ZZZ9.
          02 FILLER       PIC X(11) VALUE "  maximo   ".
          02 MAX-CHA      PIC ZZ9.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 AVISO-CHA    PIC X(21).
          02 FILLER       PIC X(08) VALUE "  Folha ".
          02 FOLHA-CHA    PIC ZZ9.
          02 FILLER       PIC X(04) VALUE " de ".
          02 FOLHAS-CHA   PIC ZZ9.
          02 FILLER       PIC X(07) VALUE SPACES.

      * Uma coluna por dia de aula: DD/MM no cabecalho e a casa dos
      * periodos de falta no detalhe.
       01 CAB-COLUNAS.
          02 FILLER       PIC X(32) VALUE
              " NO. MATRIC. NOME DO ALUNO".
          02 COL-OCORR OCCURS 8 TIMES.
             03 FILLER    PIC X(01).
             03 DATA-COL  PIC X(05).

       01 DETALHE.
          02 NUM-DET       PIC ZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 MATRICULA-DET PIC 9(07).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 NOME-DET      PIC X(20).
          02 CASA-OCORR OCCURS 8 TIMES.
             03 FILLER     PIC X(01).
             03 CASA-DET   PIC X(05).

       01 LIN-ANO.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE "Ano letivo          ".
          02 ANO-INI-CHA  PIC X(04).
          02 FILLER       PIC X(06) VALUE SPACES.
          02 SEM-CAL-CHA  PIC X(40).

       01 LIN-RODAPE-1.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "Na casa: periodos de falta do dia (branco = presente).".
       01 LIN-RODAPE-2.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "MOVFALTA: matricula, data DDMMAAAA da coluna, periodos.".
       01 LIN-RODAPE-3.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
              "Assinatura do professor: ____________________________".

      * Resumo final.
       01 CAB-RESUMO.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "RESUMO DAS TURMAS".

       01 CAB-RESUMO-COL.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(38) VALUE "TURMA DISCIPLINA".
          02 FILLER PIC X(41) VALUE
              "ALUNOS MAXIMO AULAS FOLHAS".

       01 DETALHE-RESUMO.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 TURMA-RES    PIC X(05).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 DISC-RES     PIC X(30).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 ALUNOS-RES   PIC ZZZ9.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 MAX-RES      PIC ZZ9.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 AULAS-RES    PIC ZZ9.
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FOLHAS-RES   PIC ZZ9.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 AVISO-RES    PIC X(17).

       01 CAB-NC.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(42) VALUE
              "ALUNOS DO ARQALU EM TURMA NAO CADASTRADA".

       01 DETALHE-NC.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 MATRICULA-NC PIC 9(07).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 NOME-NC      PIC X(30).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 TURMA-NC     PIC X(05).

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER       PIC X(24) VALUE "TURMAS NO CADASTRO....: ".
          02 VAR-TURMAS   PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER       PIC X(24) VALUE "FOLHAS DE CHAMADA.....: ".
          02 VAR-FOLHAS   PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER       PIC X(24) VALUE "TURMAS ACIMA DO MAXIMO: ".
          02 VAR-ACIMA    PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER       PIC X(24) VALUE "ALUNOS EM TURMA N/CAD.: ".
          02 VAR-ALU-NC   PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-59.
       PERFORM INICIO.
       PERFORM IMPRIME-TURMA
           VARYING IDX-TUR-REF FROM 1 BY 1
           UNTIL IDX-TUR-REF > QTD-TUR-REF.
       PERFORM IMPRIME-RESUMO.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-59" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            PERFORM LE-TABTURMA.
            IF QTD-TUR-REF EQUAL 0
                DISPLAY "EM02-59: CADASTRO DE TURMAS VAZIO, NADA A "
                    "IMPRIMIR"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARREGA-ALUNOS.
            PERFORM CARREGA-FERIADOS.
            OPEN OUTPUT RELCHAM.

      * Carrega ARQALU em memoria, marcando o aluno cuja TURMA nao
      * consta do cadastro.
       CARREGA-ALUNOS.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
               DISPLAY "EM02-59: ERRO AO ABRIR ARQALU, STATUS "
                   WS-ALU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
              READ ARQALU
                 AT END MOVE "SIM" TO FIM-ARQ
                 NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTD-ALUNOS LESS THAN 500
                       ADD 1 TO QTD-ALUNOS
                       MOVE MATRICULA TO ALU-MATRICULA (QTD-ALUNOS)
                       MOVE NOME      TO ALU-NOME (QTD-ALUNOS)
                       MOVE TURMA     TO ALU-TURMA (QTD-ALUNOS)
                       MOVE TURMA     TO COD-TUR-BUSCA
                       PERFORM BUSCA-TURMA-REF
                       MOVE ACHOU-TUR-REF
                           TO ALU-CADASTRADA (QTD-ALUNOS)
                       IF ACHOU-TUR-REF EQUAL "N"
                           ADD 1 TO CT-ALU-NC
                       END-IF
                    ELSE
                       DISPLAY "EM02-59: MAIS DE 500 ALUNOS EM "
                           "ARQALU, LISTA DE CHAMADA ABORTADA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQALU.
           MOVE "NAO" TO FIM-ARQ.

      * Feriados do calendario de processamento; sem o CALPROC todo
      * dia da semana da turma entra na folha.
       CARREGA-FERIADOS.
           OPEN INPUT CALPROC.
           IF WS-CAL-STATUS NOT EQUAL "00"
               DISPLAY "EM02-59: CALPROC.DAT AUSENTE (STATUS "
                   WS-CAL-STATUS "), FOLHAS SEM DESCONTAR FERIADOS"
           ELSE
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CALPROC
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF CAL-TIPO EQUAL "F" AND
                              CAL-DATA NUMERIC AND
                              QTD-FERIADOS LESS THAN 100
                               ADD 1 TO QTD-FERIADOS
                               MOVE CAL-DATA
                                   TO FERIADO-DATA (QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALPROC
           END-IF.
           MOVE "NAO" TO FIM-ARQ.

      * Folhas da turma: uma por bloco de 8 dias de aula; turma sem
      * aluno no ARQALU nao tem folha.
       IMPRIME-TURMA.
           PERFORM MONTA-CALENDARIO.
           MOVE ZEROES TO CT-ALU-TURMA.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTD-ALUNOS
               IF ALU-TURMA (IDX-ALU) EQUAL TUR-REF-COD (IDX-TUR-REF)
                   ADD 1 TO CT-ALU-TURMA
               END-IF
           END-PERFORM.
           IF QTD-DATAS EQUAL 0
               MOVE 1 TO QTD-BLOCOS
           ELSE
               COMPUTE QTD-BLOCOS = (QTD-DATAS + 7) / 8
           END-IF.
           IF TUR-REF-MAX (IDX-TUR-REF) GREATER THAN 0 AND
              CT-ALU-TURMA GREATER THAN TUR-REF-MAX (IDX-TUR-REF)
               ADD 1 TO CT-TUR-ACIMA
           END-IF.
           MOVE CT-ALU-TURMA TO RES-ALUNOS (IDX-TUR-REF).
           MOVE QTD-DATAS    TO RES-AULAS (IDX-TUR-REF).
           IF CT-ALU-TURMA GREATER THAN 0
               MOVE QTD-BLOCOS TO RES-FOLHAS (IDX-TUR-REF)
               PERFORM IMPRIME-BLOCO
                   VARYING IDX-BLOCO FROM 1 BY 1
                   UNTIL IDX-BLOCO > QTD-BLOCOS
           ELSE
               MOVE ZEROES TO RES-FOLHAS (IDX-TUR-REF)
           END-IF.

      * Dias de aula: cada dia entre o primeiro e o ultimo dia de
      * aula cujo dia da semana esta marcado "S" na turma, fora os
      * feriados. Calendario invalido ou incompleto no cadastro da
      * uma folha com as casas sem data, para o professor preencher.
       MONTA-CALENDARIO.
           MOVE ZEROES TO QTD-DATAS.
           MOVE "S" TO CALENDARIO-OK.
           MOVE TUR-REF-DATA-INI (IDX-TUR-REF) (7:2) TO DD-CHK.
           MOVE TUR-REF-DATA-INI (IDX-TUR-REF) (5:2) TO MM-CHK.
           MOVE TUR-REF-DATA-INI (IDX-TUR-REF) (1:4) TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "S" OR AA-CHK LESS THAN 1900
               MOVE "N" TO CALENDARIO-OK
           END-IF.
           MOVE TUR-REF-DATA-FIM (IDX-TUR-REF) (7:2) TO DD-CHK.
           MOVE TUR-REF-DATA-FIM (IDX-TUR-REF) (5:2) TO MM-CHK.
           MOVE TUR-REF-DATA-FIM (IDX-TUR-REF) (1:4) TO AA-CHK.
           PERFORM VAL-DATA-COMUM.
           IF ERRO-DATA-COMUM EQUAL "S" OR AA-CHK LESS THAN 1900
               MOVE "N" TO CALENDARIO-OK
           END-IF.
           IF TUR-REF-DATA-FIM (IDX-TUR-REF) LESS THAN
              TUR-REF-DATA-INI (IDX-TUR-REF)
               MOVE "N" TO CALENDARIO-OK
           END-IF.
           IF CALENDARIO-OK EQUAL "S"
               COMPUTE DIA-INT-INI = FUNCTION INTEGER-OF-DATE
                   (TUR-REF-DATA-INI (IDX-TUR-REF))
               COMPUTE DIA-INT-FIM = FUNCTION INTEGER-OF-DATE
                   (TUR-REF-DATA-FIM (IDX-TUR-REF))
               PERFORM VARYING DIA-INT FROM DIA-INT-INI BY 1
                       UNTIL DIA-INT > DIA-INT-FIM
                   PERFORM AVALIA-DIA
               END-PERFORM
           ELSE
               DISPLAY "EM02-59: TURMA " TUR-REF-COD (IDX-TUR-REF)
                   " COM CALENDARIO INVALIDO NO CADASTRO, FOLHA "
                   "SEM DATAS"
           END-IF.

      * Dia 1 da contagem (01/01/1601) foi uma segunda-feira: resto
      * 1 = segunda ... 6 = sabado, resto 0 = domingo (posicao 7 de
      * TUR-REF-DIAS).
       AVALIA-DIA.
           DIVIDE DIA-INT BY 7
               GIVING QUOC-SEMANA REMAINDER DIA-SEMANA.
           IF DIA-SEMANA EQUAL 0
               MOVE 7 TO DIA-SEMANA
           END-IF.
           IF TUR-REF-DIAS (IDX-TUR-REF) (DIA-SEMANA:1) EQUAL "S"
               MOVE FUNCTION DATE-OF-INTEGER (DIA-INT) TO DATA-DIA
               MOVE "N" TO E-FERIADO
               PERFORM VARYING IDX-FER FROM 1 BY 1
                       UNTIL IDX-FER > QTD-FERIADOS
                   IF FERIADO-DATA (IDX-FER) EQUAL DATA-DIA
                       MOVE "S" TO E-FERIADO
                   END-IF
               END-PERFORM
               IF E-FERIADO EQUAL "N"
                   IF QTD-DATAS LESS THAN 150
                       ADD 1 TO QTD-DATAS
                       MOVE DATA-DIA TO AULA-DATA (QTD-DATAS)
                   ELSE
                       DISPLAY "EM02-59: TURMA "
                           TUR-REF-COD (IDX-TUR-REF)
                           " COM MAIS DE 150 DIAS DE AULA, "
                           "EXCEDENTES FORA DA FOLHA"
                   END-IF
               END-IF
           END-IF.

      * Uma folha: colunas do bloco e os alunos da turma numerados
      * na ordem do ARQALU; lista longa continua na pagina seguinte
      * com o mesmo cabecalho.
       IMPRIME-BLOCO.
           COMPUTE IDX-DATA-INI = (IDX-BLOCO - 1) * 8 + 1.
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 8
               MOVE SPACES  TO DATA-COL (IDX-COL)
               MOVE "[   ]" TO CASA-DET (IDX-COL)
               COMPUTE IDX-DATA = IDX-DATA-INI + IDX-COL - 1
               IF IDX-DATA NOT GREATER THAN QTD-DATAS
                   MOVE AULA-DATA (IDX-DATA) (7:2)
                       TO DATA-COL (IDX-COL) (1:2)
                   MOVE "/" TO DATA-COL (IDX-COL) (3:1)
                   MOVE AULA-DATA (IDX-DATA) (5:2)
                       TO DATA-COL (IDX-COL) (4:2)
               ELSE
                   IF QTD-DATAS GREATER THAN 0
                       MOVE SPACES TO CASA-DET (IDX-COL)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CABECALHO-TURMA.
           ADD 1 TO CT-FOLHAS.
           MOVE ZEROES TO NUM-ALU.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTD-ALUNOS
               IF ALU-TURMA (IDX-ALU) EQUAL TUR-REF-COD (IDX-TUR-REF)
                   IF CT-LIN GREATER THAN 34
                       PERFORM CABECALHO-TURMA
                   END-IF
                   ADD 1 TO NUM-ALU
                   MOVE NUM-ALU TO NUM-DET
                   MOVE ALU-MATRICULA (IDX-ALU) TO MATRICULA-DET
                   MOVE ALU-NOME (IDX-ALU)      TO NOME-DET
                   WRITE REG-CHAM FROM DETALHE AFTER ADVANCING 1 LINE
                   ADD 1 TO CT-LIN
                   ADD 1 TO CT-GRAVADOS
               END-IF
           END-PERFORM.
           WRITE REG-CHAM FROM LIN-RODAPE-1 AFTER ADVANCING 2 LINES.
           WRITE REG-CHAM FROM LIN-RODAPE-2 AFTER ADVANCING 1 LINE.
           WRITE REG-CHAM FROM LIN-RODAPE-3 AFTER ADVANCING 2 LINES.

      * Cabecalho da folha: 1+2+1+1+1+2+1 = 9 linhas (o detalhe vai
      * ate a linha 35 e o rodape ocupa mais 5, fechando na 40).
       CABECALHO-TURMA.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           WRITE REG-CHAM FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE TUR-REF-COD (IDX-TUR-REF)  TO TURMA-CHA.
           MOVE TUR-REF-DISC (IDX-TUR-REF) TO DISC-CHA.
           MOVE TUR-REF-SALA (IDX-TUR-REF) TO SALA-CHA.
           WRITE REG-CHAM FROM LIN-TURMA-1 AFTER ADVANCING 2 LINES.
           MOVE TUR-REF-PROF (IDX-TUR-REF) TO PROF-CHA.
           MOVE TUR-REF-HORA-INI (IDX-TUR-REF) TO HORA-INI-CHA.
           MOVE TUR-REF-HORA-FIM (IDX-TUR-REF) TO HORA-FIM-CHA.
           INSPECT HORA-INI-CHA REPLACING ALL " " BY ":".
           INSPECT HORA-FIM-CHA REPLACING ALL " " BY ":".
           MOVE TUR-REF-PERIODOS (IDX-TUR-REF) TO PER-CHA.
           WRITE REG-CHAM FROM LIN-TURMA-2 AFTER ADVANCING 1 LINE.
           MOVE CT-ALU-TURMA TO ALUNOS-CHA.
           MOVE TUR-REF-MAX (IDX-TUR-REF) TO MAX-CHA.
           MOVE SPACES TO AVISO-CHA.
           IF TUR-REF-MAX (IDX-TUR-REF) GREATER THAN 0 AND
              CT-ALU-TURMA GREATER THAN TUR-REF-MAX (IDX-TUR-REF)
               MOVE "ACIMA DA CAPACIDADE" TO AVISO-CHA
           END-IF.
           MOVE IDX-BLOCO  TO FOLHA-CHA.
           MOVE QTD-BLOCOS TO FOLHAS-CHA.
           WRITE REG-CHAM FROM LIN-TURMA-3 AFTER ADVANCING 1 LINE.
           IF CALENDARIO-OK EQUAL "S"
               MOVE TUR-REF-DATA-INI (IDX-TUR-REF) (1:4)
                   TO ANO-INI-CHA
               IF QTD-DATAS GREATER THAN 0
                   MOVE SPACES TO SEM-CAL-CHA
               ELSE
                   MOVE "- NENHUM DIA DE AULA NO PERIODO"
                       TO SEM-CAL-CHA
               END-IF
           ELSE
               MOVE SPACES TO ANO-INI-CHA
               MOVE "- CALENDARIO INVALIDO, DATAR A MAO"
                   TO SEM-CAL-CHA
           END-IF.
           WRITE REG-CHAM FROM LIN-ANO AFTER ADVANCING 1 LINE.
           WRITE REG-CHAM FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-CHAM.
           WRITE REG-CHAM AFTER ADVANCING 1 LINE.
           MOVE 9 TO CT-LIN.

      * Resumo: uma linha por turma do cadastro e os alunos em turma
      * nao cadastrada.
       IMPRIME-RESUMO.
           PERFORM CABECALHO.
           WRITE REG-CHAM FROM CAB-RESUMO AFTER ADVANCING 1 LINE.
           WRITE REG-CHAM FROM CAB-RESUMO-COL AFTER ADVANCING 2 LINES.
           ADD 3 TO CT-LIN.
           PERFORM VARYING IDX-TUR-REF FROM 1 BY 1
                   UNTIL IDX-TUR-REF > QTD-TUR-REF
               IF CT-LIN GREATER THAN 40
                   PERFORM CABECALHO
               END-IF
               MOVE TUR-REF-COD (IDX-TUR-REF)  TO TURMA-RES
               MOVE TUR-REF-DISC (IDX-TUR-REF) TO DISC-RES
               MOVE RES-ALUNOS (IDX-TUR-REF)   TO ALUNOS-RES
               MOVE TUR-REF-MAX (IDX-TUR-REF)  TO MAX-RES
               MOVE RES-AULAS (IDX-TUR-REF)    TO AULAS-RES
               MOVE RES-FOLHAS (IDX-TUR-REF)   TO FOLHAS-RES
               MOVE SPACES TO AVISO-RES
               IF RES-ALUNOS (IDX-TUR-REF) EQUAL 0
                   MOVE "SEM ALUNOS" TO AVISO-RES
               ELSE
                   IF TUR-REF-MAX (IDX-TUR-REF) GREATER THAN 0 AND
                      RES-ALUNOS (IDX-TUR-REF) GREATER THAN
                      TUR-REF-MAX (IDX-TUR-REF)
                       MOVE "ACIMA DO MAXIMO" TO AVISO-RES
                   END-IF
               END-IF
               WRITE REG-CHAM FROM DETALHE-RESUMO
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-PERFORM.
           IF CT-ALU-NC GREATER THAN 0
               IF CT-LIN GREATER THAN 37
                   PERFORM CABECALHO
               END-IF
               WRITE REG-CHAM FROM CAB-NC AFTER ADVANCING 3 LINES
               ADD 3 TO CT-LIN
               PERFORM VARYING IDX-ALU FROM 1 BY 1
                       UNTIL IDX-ALU > QTD-ALUNOS
                   IF ALU-CADASTRADA (IDX-ALU) EQUAL "N"
                       IF CT-LIN GREATER THAN 40
                           PERFORM CABECALHO
                       END-IF
                       MOVE ALU-MATRICULA (IDX-ALU) TO MATRICULA-NC
                       MOVE ALU-NOME (IDX-ALU)  TO NOME-NC
                       MOVE ALU-TURMA (IDX-ALU) TO TURMA-NC
                       WRITE REG-CHAM FROM DETALHE-NC
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO CT-LIN
                   END-IF
               END-PERFORM
           END-IF.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           WRITE REG-CHAM FROM CAB-01 AFTER ADVANCING PAGE.
           MOVE SPACES TO REG-CHAM.
           WRITE REG-CHAM AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

      * O rodape avanca 3+2+1x3 = 8 linhas.
       TERMINO.
           IF CT-LIN GREATER THAN 32
               PERFORM CABECALHO
           END-IF.
           MOVE QTD-TUR-REF  TO VAR-TURMAS.
           MOVE CT-FOLHAS    TO VAR-FOLHAS.
           MOVE CT-TUR-ACIMA TO VAR-ACIMA.
           MOVE CT-ALU-NC    TO VAR-ALU-NC.
           WRITE REG-CHAM FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-CHAM FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-CHAM FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-CHAM FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-CHAM FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           CLOSE RELCHAM.
           DISPLAY "EM02-59: " CT-FOLHAS " FOLHAS DE CHAMADA GERADAS".
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY VALDAT-P.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
