       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM02-57.
       AUTHOR.        G.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
       SECURITY.      APENAS A AUTORA PODE MODIFICA-LO.
      *REMARKS.       LANCAMENTO DE NOTAS COM DUPLA DIGITACAO: as
      *               pautas dos professores sao digitadas duas vezes,
      *               por pessoas diferentes (MOVNOTA1 e MOVNOTA2:
      *               matricula, turma, avaliacao e nota). So entra
      *               no ARQALU a nota que bate nas duas digitacoes,
      *               esta entre 0 e 10 e e de aluno de fato
      *               matriculado na turma; o resto vai para a lista
      *               de divergencias RELDIGNT, que volta aos
      *               digitadores. Grava a nova geracao ARQALUN (a
      *               secretaria troca ARQALUN por ARQALU, como no
      *               EM02-15) e anexa cada nota alterada, com o valor
      *               anterior e o novo, ao diario permanente JRNNOTA,
      *               listado tambem no RELNOTA - a nota digitada
      *               errado deixava de ir direto para as aprovacoes
      *               do EM02-05, os boletins do EM02-27 e o HISTALUN.
      *               Nota de TURMA fora do cadastro de turmas
      *               (TABTURMA) tambem vai para as divergencias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.     DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT MOVNOTA1 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DIG1-STATUS.
          SELECT MOVNOTA2 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DIG2-STATUS.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALUN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
      * Diario permanente das notas alteradas, anexado a cada
      * execucao.
          SELECT JRNNOTA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JNT-STATUS.
          SELECT RELNOTA ASSIGN TO DISK.
          SELECT RELDIGNT ASSIGN TO DISK.
      * Cadastro de turmas, para conferir a TURMA lancada.
          COPY TABTURMA-F.
      * Log de auditoria da execucao, compartilhado por todos os
      * programas do lote.
          COPY RUNLOG-F.

       DATA DIVISION.
       FILE SECTION.

      * Primeira digitacao, layout compartilhado em MOVNTREC.
       FD MOVNOTA1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVNOTA1.DAT".

       01 REG-DIG1.
          COPY MOVNTREC.

      * Segunda digitacao, mesmo layout.
       FD MOVNOTA2
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MOVNOTA2.DAT".

       01 REG-DIG2.
          COPY MOVNTREC REPLACING
               ==NTA-MATRICULA== BY ==NTB-MATRICULA==
               ==NTA-TURMA==     BY ==NTB-TURMA==
               ==NTA-AVALIACAO== BY ==NTB-AVALIACAO==
               ==NTA-NOTA==      BY ==NTB-NOTA==.

       FD ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQALU.DAT".

      * Layout compartilhado com o EM02-05.
       01 REG-ALU.
          COPY ALUREC.

      * Nova geracao do arquivo de alunos com as notas lancadas.
       FD ARQALUN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQALUN.DAT".

       01 REG-ALUN.
          COPY ALUREC REPLACING ==MATRICULA== BY ==MATRICULA-N==
                                ==NOME==      BY ==NOME-N==
                                ==NOTA1==     BY ==NOTA1-N==
                                ==NOTA2==     BY ==NOTA2-N==
                                ==NOTA3==     BY ==NOTA3-N==
                                ==FALTAS==    BY ==FALTAS-N==
                                ==SEXO==      BY ==SEXO-N==
                                ==TURMA==     BY ==TURMA-N==.

      * Nota alterada: data/hora da execucao, aluno, turma,
      * avaliacao e a nota antes e depois do lancamento.
       FD JRNNOTA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JRNNOTA.DAT".

       01 REG-JNT.
          02 JNT-DATA-HORA   PIC 9(14).
          02 JNT-MATRICULA   PIC 9(07).
          02 JNT-TURMA       PIC X(05).
          02 JNT-AVALIACAO   PIC 9(01).
          02 JNT-NOTA-ANTES  PIC 9(02)V9(02).
          02 JNT-NOTA-DEPOIS PIC 9(02)V9(02).

       FD RELNOTA
          LABEL RECORD IS OMITTED.

       01 REG-ATR PIC X(80).

       FD RELDIGNT
          LABEL RECORD IS OMITTED.

       01 REG-DIV PIC X(80).

      * Cadastro de turmas.
       COPY TABTURMA-D.

      * Log de auditoria da execucao.
       COPY RUNLOG-D.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ    PIC X(03) VALUE "NAO".
       77 CT-LIN     PIC 9(02) VALUE 41.
       77 CT-PAG     PIC 9(03) VALUE ZEROES.
       77 CT-LIN-DIV PIC 9(02) VALUE 41.
       77 CT-PAG-DIV PIC 9(03) VALUE ZEROES.
       77 WS-DIG1-STATUS PIC X(02).
       77 WS-DIG2-STATUS PIC X(02).
       77 WS-JNT-STATUS  PIC X(02).
       77 DATA-HORA-EXEC PIC 9(14).

      * Alunos de ARQALU em memoria, na ordem do arquivo: notas
      * atuais e as lancadas (a segunda passada acha o aluno pela
      * posicao do registro).
       77 QTD-ALUNOS PIC 9(03) VALUE ZEROES.
       77 IDX-ALU    PIC 9(03).
       77 POS-ALU    PIC 9(03).
       01 TAB-ALUNOS.
           02 ALU-OCORR OCCURS 500 TIMES.
              03 ALU-MATRICULA PIC 9(07).
              03 ALU-NOME      PIC X(30).
              03 ALU-TURMA     PIC X(05).
              03 ALU-NOTA-ATU  PIC 9(02)V9(02) OCCURS 3 TIMES.
              03 ALU-NOTA-NOVA PIC 9(02)V9(02) OCCURS 3 TIMES.

      * As duas digitacoes em memoria. DUP = a mesma chave (aluno,
      * turma e avaliacao) aparece mais de uma vez na digitacao;
      * TRATADO = ja conferido contra a outra digitacao.
       77 QTD-DIG1 PIC 9(04) VALUE ZEROES.
       77 QTD-DIG2 PIC 9(04) VALUE ZEROES.
       77 IDX-D1   PIC 9(04).
       77 IDX-D2   PIC 9(04).
       77 POS-D2   PIC 9(04).
       01 TAB-DIG1.
           02 D1-OCORR OCCURS 2000 TIMES.
              03 D1-CHAVE.
                 04 D1-MATRICULA PIC 9(07).
                 04 D1-TURMA     PIC X(05).
                 04 D1-AVALIACAO PIC 9(01).
              03 D1-NOTA    PIC 9(02)V9(02).
              03 D1-DUP     PIC X(01).
              03 D1-TRATADO PIC X(01).
       01 TAB-DIG2.
           02 D2-OCORR OCCURS 2000 TIMES.
              03 D2-CHAVE.
                 04 D2-MATRICULA PIC 9(07).
                 04 D2-TURMA     PIC X(05).
                 04 D2-AVALIACAO PIC 9(01).
              03 D2-NOTA    PIC 9(02)V9(02).
              03 D2-DUP     PIC X(01).
              03 D2-TRATADO PIC X(01).

      * Lancamento corrente da conferencia.
       01 CHAVE-CONF.
           02 CONF-MATRICULA PIC 9(07).
           02 CONF-TURMA     PIC X(05).
           02 CONF-AVALIACAO PIC 9(01).
       77 CONF-NOTA     PIC 9(02)V9(02).
       77 DUP-D2        PIC X(01).
       77 MOTIVO-CONF   PIC X(30).
       77 NOTA-ANTES    PIC 9(02)V9(02).
       77 NOTA-DEPOIS   PIC 9(02)V9(02).
       77 IDX-AVAL      PIC 9(01).

      * Totais.
       77 CT-CONFERIDAS PIC 9(05) VALUE 0.
       77 CT-ALTERADAS  PIC 9(05) VALUE 0.
       77 CT-IGUAIS     PIC 9(05) VALUE 0.
       77 CT-DIVERG     PIC 9(05) VALUE 0.

      * Cadastro de turmas em memoria.
       COPY TABTURMA-W.

      * Campos do log de auditoria e contadores de lidos/gravados
      * usados para preenche-lo.
       COPY RUNLOG-W.
       77 CT-LIDOS    PIC 9(05) VALUE 0.
       77 CT-GRAVADOS PIC 9(05) VALUE 0.

       01 CAB-01.
          02 FILLER  PIC X(19) VALUE SPACES.
          02 FILLER  PIC X(37) VALUE
              "LANCAMENTO DE NOTAS - NOTAS ALTERADAS".
          02 FILLER  PIC X(13) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG PIC 999.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "MATRIC.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "NOME DO ALUNO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "TURMA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(02) VALUE "AV".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "ANTES".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "DEPOIS".

       01 DETALHE.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 MATRICULA-DET PIC X(08) VALUE "999999-9".
          02 FILLER        PIC X(02) VALUE SPACES.
          02 NOME-DET      PIC X(30).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 TURMA-DET     PIC X(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 AVAL-DET      PIC 9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 ANTES-DET     PIC Z9,99.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 DEPOIS-DET    PIC Z9,99.

       01 CAB-01-DIV.
          02 FILLER  PIC X(16) VALUE SPACES.
          02 FILLER  PIC X(40) VALUE
              "DIVERGENCIAS DA DIGITACAO DE NOTAS     ".
          02 FILLER  PIC X(13) VALUE SPACES.
          02 FILLER  PIC X(05) VALUE "PAG. ".
          02 VAR-PAG-DIV PIC 999.
          02 FILLER  PIC X(03) VALUE SPACES.

       01 CAB-02-DIV.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "MATRIC.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "TURMA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(02) VALUE "AV".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "DIG.1".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "DIG.2".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "MOTIVO".

       01 DETALHE-DIV.
          02 FILLER        PIC X(05) VALUE SPACES.
          02 MATRICULA-DIV PIC X(08) VALUE "999999-9".
          02 FILLER        PIC X(02) VALUE SPACES.
          02 TURMA-DIV     PIC X(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 AVAL-DIV      PIC X(01).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 NOTA1-DIV     PIC X(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 NOTA2-DIV     PIC X(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 MOTIVO-DIV    PIC X(30).

       77 NOTA-ED PIC Z9,99.

       01 CAB-TOT-01.
          02 FILLER PIC X(26) VALUE "TOTAIS DE CONTROLE DO LOTE".

       01 CAB-TOT-02.
          02 FILLER        PIC X(25) VALUE "LANCAMENTOS DIGITACAO 1: ".
          02 VAR-DIG1      PIC ZZ.ZZ9.

       01 CAB-TOT-03.
          02 FILLER        PIC X(25) VALUE "LANCAMENTOS DIGITACAO 2: ".
          02 VAR-DIG2      PIC ZZ.ZZ9.

       01 CAB-TOT-04.
          02 FILLER        PIC X(25) VALUE "NOTAS CONFERIDAS.......: ".
          02 VAR-CONFERIDAS PIC ZZ.ZZ9.

       01 CAB-TOT-05.
          02 FILLER        PIC X(25) VALUE "  ALTERADAS NO ARQALU..: ".
          02 VAR-ALTERADAS PIC ZZ.ZZ9.

       01 CAB-TOT-06.
          02 FILLER        PIC X(25) VALUE "  IGUAIS A NOTA ATUAL..: ".
          02 VAR-IGUAIS    PIC ZZ.ZZ9.

       01 CAB-TOT-07.
          02 FILLER        PIC X(25) VALUE "DIVERGENCIAS DEVOLVIDAS: ".
          02 VAR-DIVERG    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       PGM-EM02-57.

       PERFORM INICIO.
       PERFORM PRINCIPAL
           VARYING IDX-D1 FROM 1 BY 1 UNTIL IDX-D1 > QTD-DIG1.
       PERFORM SOBRAS-DIG2.
       PERFORM GRAVA-ARQALUN.
       PERFORM TERMINO.
       STOP RUN.

       INICIO.
            MOVE "EM02-57" TO WS-RUNLOG-JOB.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-INICIO.
            MOVE FUNCTION CURRENT-DATE (1:14) TO DATA-HORA-EXEC.
            PERFORM LE-TABTURMA.
            PERFORM CARREGA-ALUNOS.
            PERFORM CARREGA-DIG1.
            PERFORM CARREGA-DIG2.
            OPEN OUTPUT RELNOTA
                        RELDIGNT.
            PERFORM CABECALHO.
            PERFORM CABECALHO-DIV.

      * Carrega ARQALU em memoria para conferir a matricula na turma
      * e guardar as notas lancadas.
       CARREGA-ALUNOS.
           OPEN INPUT ARQALU.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
              READ ARQALU
                 AT END MOVE "SIM" TO FIM-ARQ
                 NOT AT END
                    IF QTD-ALUNOS LESS THAN 500
                       ADD 1 TO QTD-ALUNOS
                       MOVE MATRICULA TO ALU-MATRICULA (QTD-ALUNOS)
                       MOVE NOME      TO ALU-NOME (QTD-ALUNOS)
                       MOVE TURMA     TO ALU-TURMA (QTD-ALUNOS)
                       MOVE NOTA1     TO ALU-NOTA-ATU (QTD-ALUNOS 1)
                       MOVE NOTA2     TO ALU-NOTA-ATU (QTD-ALUNOS 2)
                       MOVE NOTA3     TO ALU-NOTA-ATU (QTD-ALUNOS 3)
                       MOVE NOTA1     TO ALU-NOTA-NOVA (QTD-ALUNOS 1)
                       MOVE NOTA2     TO ALU-NOTA-NOVA (QTD-ALUNOS 2)
                       MOVE NOTA3     TO ALU-NOTA-NOVA (QTD-ALUNOS 3)
                    ELSE
                       DISPLAY "EM02-57: MAIS DE 500 ALUNOS EM "
                           "ARQALU, LANCAMENTO ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQALU.
           MOVE "NAO" TO FIM-ARQ.

      * A dupla digitacao so confere com as duas digitacoes: sem uma
      * delas nao ha o que lancar.
       CARREGA-DIG1.
           OPEN INPUT MOVNOTA1.
           IF WS-DIG1-STATUS NOT EQUAL "00"
               DISPLAY "EM02-57: ERRO AO ABRIR MOVNOTA1, STATUS "
                   WS-DIG1-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
              READ MOVNOTA1
                 AT END MOVE "SIM" TO FIM-ARQ
                 NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTD-DIG1 LESS THAN 2000
                       ADD 1 TO QTD-DIG1
                       MOVE NTA-MATRICULA TO D1-MATRICULA (QTD-DIG1)
                       MOVE NTA-TURMA     TO D1-TURMA (QTD-DIG1)
                       MOVE NTA-AVALIACAO TO D1-AVALIACAO (QTD-DIG1)
                       MOVE NTA-NOTA      TO D1-NOTA (QTD-DIG1)
                       MOVE "N" TO D1-DUP (QTD-DIG1)
                       MOVE "N" TO D1-TRATADO (QTD-DIG1)
                       PERFORM MARCA-DUP-DIG1
                    ELSE
                       DISPLAY "EM02-57: MAIS DE 2000 LANCAMENTOS "
                           "EM MOVNOTA1, LANCAMENTO ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MOVNOTA1.
           MOVE "NAO" TO FIM-ARQ.

       MARCA-DUP-DIG1.
           PERFORM VARYING IDX-D1 FROM 1 BY 1
                   UNTIL IDX-D1 NOT LESS THAN QTD-DIG1
               IF D1-CHAVE (IDX-D1) EQUAL D1-CHAVE (QTD-DIG1)
                   MOVE "S" TO D1-DUP (IDX-D1)
                   MOVE "S" TO D1-DUP (QTD-DIG1)
               END-IF
           END-PERFORM.

       CARREGA-DIG2.
           OPEN INPUT MOVNOTA2.
           IF WS-DIG2-STATUS NOT EQUAL "00"
               DISPLAY "EM02-57: ERRO AO ABRIR MOVNOTA2, STATUS "
                   WS-DIG2-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
              READ MOVNOTA2
                 AT END MOVE "SIM" TO FIM-ARQ
                 NOT AT END
                    ADD 1 TO CT-LIDOS
                    IF QTD-DIG2 LESS THAN 2000
                       ADD 1 TO QTD-DIG2
                       MOVE NTB-MATRICULA TO D2-MATRICULA (QTD-DIG2)
                       MOVE NTB-TURMA     TO D2-TURMA (QTD-DIG2)
                       MOVE NTB-AVALIACAO TO D2-AVALIACAO (QTD-DIG2)
                       MOVE NTB-NOTA      TO D2-NOTA (QTD-DIG2)
                       MOVE "N" TO D2-DUP (QTD-DIG2)
                       MOVE "N" TO D2-TRATADO (QTD-DIG2)
                       PERFORM MARCA-DUP-DIG2
                    ELSE
                       DISPLAY "EM02-57: MAIS DE 2000 LANCAMENTOS "
                           "EM MOVNOTA2, LANCAMENTO ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MOVNOTA2.
           MOVE "NAO" TO FIM-ARQ.

       MARCA-DUP-DIG2.
           PERFORM VARYING IDX-D2 FROM 1 BY 1
                   UNTIL IDX-D2 NOT LESS THAN QTD-DIG2
               IF D2-CHAVE (IDX-D2) EQUAL D2-CHAVE (QTD-DIG2)
                   MOVE "S" TO D2-DUP (IDX-D2)
                   MOVE "S" TO D2-DUP (QTD-DIG2)
               END-IF
           END-PERFORM.

      * Confere cada lancamento da primeira digitacao com a mesma
      * chave na segunda. Chave repetida numa das digitacoes nao e
      * lancada: nao ha como saber qual das notas vale.
       PRINCIPAL.
           IF D1-TRATADO (IDX-D1) EQUAL "N"
               MOVE D1-CHAVE (IDX-D1) TO CHAVE-CONF
               PERFORM CONSOME-CHAVE
               MOVE SPACES TO MOTIVO-CONF
               IF D1-DUP (IDX-D1) EQUAL "S"
                   MOVE "CHAVE REPETIDA NA DIGITACAO 1" TO MOTIVO-CONF
               ELSE
                   IF POS-D2 EQUAL ZEROES
                       MOVE "SO NA DIGITACAO 1" TO MOTIVO-CONF
                   ELSE
                       IF DUP-D2 EQUAL "S"
                           MOVE "CHAVE REPETIDA NA DIGITACAO 2"
                               TO MOTIVO-CONF
                       ELSE
                           PERFORM VALIDA-LANCAMENTO
                       END-IF
                   END-IF
               END-IF
               IF MOTIVO-CONF EQUAL SPACES
                   PERFORM LANCA-NOTA
               ELSE
                   PERFORM IMPRIME-DIVERGENCIA
               END-IF
           END-IF.

      * Marca como tratadas todas as ocorrencias da chave nas duas
      * digitacoes (a divergencia sai uma vez por chave) e devolve
      * em POS-D2 a primeira da segunda digitacao.
       CONSOME-CHAVE.
           MOVE ZEROES TO POS-D2.
           MOVE "N" TO DUP-D2.
           PERFORM VARYING IDX-D2 FROM 1 BY 1
                   UNTIL IDX-D2 > QTD-DIG2
               IF D2-TRATADO (IDX-D2) EQUAL "N" AND
                  D2-CHAVE (IDX-D2) EQUAL CHAVE-CONF
                   MOVE "S" TO D2-TRATADO (IDX-D2)
                   IF POS-D2 EQUAL ZEROES
                       MOVE IDX-D2 TO POS-D2
                       MOVE D2-DUP (IDX-D2) TO DUP-D2
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-D2 FROM IDX-D1 BY 1
                   UNTIL IDX-D2 > QTD-DIG1
               IF D1-CHAVE (IDX-D2) EQUAL CHAVE-CONF
                   MOVE "S" TO D1-TRATADO (IDX-D2)
               END-IF
           END-PERFORM.

      * As duas digitacoes batem: a nota precisa estar entre 0 e 10,
      * a avaliacao entre 1 e 3 e o aluno matriculado na turma.
       VALIDA-LANCAMENTO.
           IF D1-NOTA (IDX-D1) NOT NUMERIC OR
              D2-NOTA (POS-D2) NOT NUMERIC
               MOVE "NOTA NAO NUMERICA" TO MOTIVO-CONF
           ELSE
               IF D1-NOTA (IDX-D1) NOT EQUAL D2-NOTA (POS-D2)
                   MOVE "NOTAS DIFERENTES" TO MOTIVO-CONF
               ELSE
                   IF D1-NOTA (IDX-D1) GREATER THAN 10
                       MOVE "NOTA FORA DE 0 A 10" TO MOTIVO-CONF
                   ELSE
                       IF CONF-AVALIACAO NOT NUMERIC OR
                          CONF-AVALIACAO LESS THAN 1 OR
                          CONF-AVALIACAO GREATER THAN 3
                           MOVE "AVALIACAO FORA DE 1 A 3"
                               TO MOTIVO-CONF
                       ELSE
                           PERFORM BUSCA-ALUNO-TURMA
                           IF POS-ALU EQUAL ZEROES
                               MOVE "ALUNO NAO MATRICULADO NA TURMA"
                                   TO MOTIVO-CONF
                           ELSE
                               PERFORM CONFERE-TURMA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCA-ALUNO-TURMA.
           MOVE 0 TO POS-ALU.
           PERFORM VARYING IDX-ALU FROM 1 BY 1
                   UNTIL IDX-ALU > QTD-ALUNOS OR POS-ALU > 0
               IF ALU-MATRICULA (IDX-ALU) EQUAL CONF-MATRICULA AND
                  ALU-TURMA (IDX-ALU) EQUAL CONF-TURMA
                   MOVE IDX-ALU TO POS-ALU
               END-IF
           END-PERFORM.

      * Sem o cadastro de turmas (TABTURMA ausente) toda turma passa.
       CONFERE-TURMA.
           IF QTD-TUR-REF GREATER THAN 0
               MOVE CONF-TURMA TO COD-TUR-BUSCA
               PERFORM BUSCA-TURMA-REF
               IF ACHOU-TUR-REF EQUAL "N"
                   MOVE "TURMA NAO CADASTRADA" TO MOTIVO-CONF
               END-IF
           END-IF.

       LANCA-NOTA.
           ADD 1 TO CT-CONFERIDAS.
           MOVE D1-NOTA (IDX-D1) TO CONF-NOTA.
           MOVE CONF-AVALIACAO TO IDX-AVAL.
           MOVE CONF-NOTA TO ALU-NOTA-NOVA (POS-ALU IDX-AVAL).

      * Lancamentos da segunda digitacao sem par na primeira.
       SOBRAS-DIG2.
           PERFORM VARYING IDX-D2 FROM 1 BY 1
                   UNTIL IDX-D2 > QTD-DIG2
               IF D2-TRATADO (IDX-D2) EQUAL "N"
                   MOVE D2-CHAVE (IDX-D2) TO CHAVE-CONF
                   MOVE IDX-D2 TO POS-D2
                   PERFORM MARCA-SOBRA-DIG2
                   IF D2-DUP (POS-D2) EQUAL "S"
                       MOVE "CHAVE REPETIDA NA DIGITACAO 2"
                           TO MOTIVO-CONF
                   ELSE
                       MOVE "SO NA DIGITACAO 2" TO MOTIVO-CONF
                   END-IF
                   MOVE ZEROES TO IDX-D1
                   PERFORM IMPRIME-DIVERGENCIA
                   MOVE POS-D2 TO IDX-D2
               END-IF
           END-PERFORM.

       MARCA-SOBRA-DIG2.
           PERFORM VARYING IDX-D2 FROM POS-D2 BY 1
                   UNTIL IDX-D2 > QTD-DIG2
               IF D2-CHAVE (IDX-D2) EQUAL CHAVE-CONF
                   MOVE "S" TO D2-TRATADO (IDX-D2)
               END-IF
           END-PERFORM.

      * Uma linha por chave divergente, com a nota de cada
      * digitacao (em branco quando a chave nao esta nela).
       IMPRIME-DIVERGENCIA.
           ADD 1 TO CT-DIVERG.
           IF CT-LIN-DIV GREATER THAN 40
               PERFORM CABECALHO-DIV
           END-IF.
           MOVE CONF-MATRICULA (1:6) TO MATRICULA-DIV (1:6).
           MOVE CONF-MATRICULA (7:1) TO MATRICULA-DIV (8:1).
           MOVE CONF-TURMA     TO TURMA-DIV.
           MOVE CONF-AVALIACAO TO AVAL-DIV.
           MOVE SPACES TO NOTA1-DIV NOTA2-DIV.
           IF IDX-D1 GREATER THAN ZEROES
               IF D1-NOTA (IDX-D1) NUMERIC
                   MOVE D1-NOTA (IDX-D1) TO NOTA-ED
                   MOVE NOTA-ED TO NOTA1-DIV
               ELSE
                   MOVE "?????" TO NOTA1-DIV
               END-IF
           END-IF.
           IF POS-D2 GREATER THAN ZEROES
               IF D2-NOTA (POS-D2) NUMERIC
                   MOVE D2-NOTA (POS-D2) TO NOTA-ED
                   MOVE NOTA-ED TO NOTA2-DIV
               ELSE
                   MOVE "?????" TO NOTA2-DIV
               END-IF
           END-IF.
           MOVE MOTIVO-CONF TO MOTIVO-DIV.
           WRITE REG-DIV FROM DETALHE-DIV AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-DIV.

      * Segunda passada por ARQALU gravando a nova geracao com as
      * notas lancadas; cada nota que mudou vai para o diario e
      * para o RELNOTA.
       GRAVA-ARQALUN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN EXTEND JRNNOTA.
           IF WS-JNT-STATUS EQUAL "35"
               OPEN OUTPUT JRNNOTA
           END-IF.
           IF WS-JNT-STATUS NOT EQUAL "00"
               DISPLAY "EM02-57: ERRO AO ABRIR JRNNOTA, STATUS "
                   WS-JNT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQALU
                OUTPUT ARQALUN.
           MOVE ZEROES TO POS-ALU.
           PERFORM LE-ALUNO.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               ADD 1 TO POS-ALU
               MOVE MATRICULA TO MATRICULA-N
               MOVE NOME      TO NOME-N
               MOVE FALTAS    TO FALTAS-N
               MOVE SEXO      TO SEXO-N
               MOVE TURMA     TO TURMA-N
               PERFORM VARYING IDX-AVAL FROM 1 BY 1
                       UNTIL IDX-AVAL > 3
                   IF ALU-NOTA-NOVA (POS-ALU IDX-AVAL) NOT EQUAL
                      ALU-NOTA-ATU (POS-ALU IDX-AVAL)
                       PERFORM REGISTRA-ALTERACAO
                   END-IF
               END-PERFORM
               MOVE ALU-NOTA-NOVA (POS-ALU 1) TO NOTA1-N
               MOVE ALU-NOTA-NOVA (POS-ALU 2) TO NOTA2-N
               MOVE ALU-NOTA-NOVA (POS-ALU 3) TO NOTA3-N
               WRITE REG-ALUN
               ADD 1 TO CT-GRAVADOS
               PERFORM LE-ALUNO
           END-PERFORM.
           CLOSE ARQALU
                 ARQALUN
                 JRNNOTA.
           COMPUTE CT-IGUAIS = CT-CONFERIDAS - CT-ALTERADAS.

       LE-ALUNO.
           READ ARQALU AT END MOVE "SIM" TO FIM-ARQ.

       REGISTRA-ALTERACAO.
           ADD 1 TO CT-ALTERADAS.
           MOVE ALU-NOTA-ATU (POS-ALU IDX-AVAL)  TO NOTA-ANTES.
           MOVE ALU-NOTA-NOVA (POS-ALU IDX-AVAL) TO NOTA-DEPOIS.
           MOVE DATA-HORA-EXEC TO JNT-DATA-HORA.
           MOVE MATRICULA      TO JNT-MATRICULA.
           MOVE TURMA          TO JNT-TURMA.
           MOVE IDX-AVAL       TO JNT-AVALIACAO.
           MOVE NOTA-ANTES     TO JNT-NOTA-ANTES.
           MOVE NOTA-DEPOIS    TO JNT-NOTA-DEPOIS.
           WRITE REG-JNT.
           ADD 1 TO CT-GRAVADOS.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
           END-IF.
           MOVE MATRICULA (1:6) TO MATRICULA-DET (1:6).
           MOVE MATRICULA (7:1) TO MATRICULA-DET (8:1).
           MOVE NOME        TO NOME-DET.
           MOVE TURMA       TO TURMA-DET.
           MOVE IDX-AVAL    TO AVAL-DET.
           MOVE NOTA-ANTES  TO ANTES-DET.
           MOVE NOTA-DEPOIS TO DEPOIS-DET.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN.

       CABECALHO-DIV.
           ADD 1 TO CT-PAG-DIV.
           MOVE CT-PAG-DIV TO VAR-PAG-DIV.
           WRITE REG-DIV FROM CAB-01-DIV AFTER ADVANCING PAGE.
           WRITE REG-DIV FROM CAB-02-DIV AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-DIV.
           WRITE REG-DIV AFTER ADVANCING 1 LINE.
           MOVE 1 TO CT-LIN-DIV.

      * O rodape avanca 3+2+1x4 = 9 linhas.
       TERMINO.
           IF CT-LIN GREATER THAN 31
               PERFORM CABECALHO
           END-IF.
           MOVE QTD-DIG1      TO VAR-DIG1.
           MOVE QTD-DIG2      TO VAR-DIG2.
           MOVE CT-CONFERIDAS TO VAR-CONFERIDAS.
           MOVE CT-ALTERADAS  TO VAR-ALTERADAS.
           MOVE CT-IGUAIS     TO VAR-IGUAIS.
           MOVE CT-DIVERG     TO VAR-DIVERG.
           WRITE REG-ATR FROM CAB-TOT-01 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM CAB-TOT-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-TOT-03 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-04 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-05 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-TOT-06 AFTER ADVANCING 1 LINE.
           IF CT-LIN-DIV GREATER THAN 38
               PERFORM CABECALHO-DIV
           END-IF.
           WRITE REG-DIV FROM CAB-TOT-07 AFTER ADVANCING 2 LINES.
           CLOSE RELNOTA RELDIGNT.
           IF CT-DIVERG GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      * Registra o resultado da execucao no log de auditoria.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUNLOG-FIM.
           MOVE CT-LIDOS    TO WS-RUNLOG-LIDOS.
           MOVE CT-GRAVADOS TO WS-RUNLOG-GRAVADOS.
           PERFORM GRAVA-RUNLOG.

       COPY TABTURMA-P.

       COPY RUNLOG-P.
