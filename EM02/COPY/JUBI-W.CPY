      ******************************************************************
      * JUBI-W.CPY
      * Limites das regras de jubilamento, historico escolar por
      * aluno em memoria e resultado da avaliacao, usados pelas
      * rotinas de JUBI-P.CPY. Inclua na WORKING-STORAGE SECTION.
      ******************************************************************
       77 WS-PARJUBI-FSTATUS PIC X(02).
       77 FIM-HIST-JUB       PIC X(03).
      * Maior data de fechamento lida do HISTALUN (zero sem o
      * arquivo) e marca do registro repetido em ACUMULA-JUBI.
       77 ULT-DATA-JUB       PIC 9(08) VALUE 0.
       77 DUP-JUB            PIC X(01).

      * Limites (defaults quando PARJUBI.DAT nao existe ou o campo
      * vem zerado).
       77 LIM-REPROV-TURMA PIC 9(02) VALUE 2.
       77 LIM-REPROV-TOTAL PIC 9(02) VALUE 4.
       77 LIM-REPROV-SEM   PIC 9(02) VALUE 2.
       77 LIM-SEM-SEGUIDOS PIC 9(02) VALUE 2.

      * Registro de historico a acumular (preenchido pelo chamador
      * ou por CARREGA-HIST-JUBI a partir do HISTALUN).
       01 ENT-JUB.
           02 JUBE-DATA      PIC 9(08).
           02 JUBE-MATRICULA PIC 9(07).
           02 JUBE-NOME      PIC X(30).
           02 JUBE-TURMA     PIC X(05).
           02 JUBE-MEDIA     PIC 9(02)V9(02).
           02 JUBE-SITUACAO  PIC X(22).

      * Historico resumido por aluno: reprovacoes por semestre
      * (os 12 semestres mais recentes, pela data do fechamento) e
      * as 10 primeiras reprovacoes para a carta; o total conta
      * todas.
       77 QTD-ALU-JUB PIC 9(04) VALUE 0.
       77 IDX-ALU-JUB PIC 9(04).
       77 POS-ALU-JUB PIC 9(04).
       77 MATR-JUB-BUSCA PIC 9(07).
       77 IDX-SEM-JUB PIC 9(02).
       77 IDX-REP-JUB PIC 9(02).
       77 IDX-CMP-JUB PIC 9(02).
       77 CT-TUR-JUB  PIC 9(02).
       77 SEQ-PROB-JUB PIC 9(02).
       01 TAB-ALU-JUB.
           02 AJB-OCORR OCCURS 2000 TIMES.
              03 AJB-MATRICULA  PIC 9(07).
              03 AJB-NOME       PIC X(30).
              03 AJB-TOT-REPROV PIC 9(03).
              03 AJB-QTD-SEM    PIC 9(02).
              03 AJB-SEM OCCURS 12 TIMES.
                 04 AJB-SEM-DATA   PIC 9(08).
                 04 AJB-SEM-REPROV PIC 9(02).
              03 AJB-QTD-REP    PIC 9(02).
              03 AJB-REP OCCURS 10 TIMES.
                 04 AJB-REP-DATA     PIC 9(08).
                 04 AJB-REP-TURMA    PIC X(05).
                 04 AJB-REP-MEDIA    PIC 9(02)V9(02).
                 04 AJB-REP-SITUACAO PIC X(22).

      * Resultado de AVALIA-JUBI: "R" regular, "P" em probatorio
      * (reprovou o limite no ultimo semestre) ou "J" jubilado, com
      * o motivo e os numeros que levaram a ele.
       77 SIT-JUB        PIC X(01).
          88 JUB-REGULAR     VALUE "R".
          88 JUB-PROBATORIO  VALUE "P".
          88 JUB-JUBILADO    VALUE "J".
       77 MOTIVO-JUB     PIC X(40).
       77 MAX-TURMA-JUB  PIC 9(02).
       77 TURMA-MAX-JUB  PIC X(05).
       77 MAX-SEQ-JUB    PIC 9(02).

       01 MOT-JUB-TURMA.
           02 FILLER    PIC X(10) VALUE "REPROVADO ".
           02 MJT-VEZES PIC Z9.
           02 FILLER    PIC X(16) VALUE " VEZES NA TURMA ".
           02 MJT-TURMA PIC X(05).
       01 MOT-JUB-TOTAL.
           02 MJO-QTD   PIC ZZ9.
           02 FILLER    PIC X(25) VALUE " REPROVACOES NO HISTORICO".
       01 MOT-JUB-SEGUIDOS.
           02 MJS-QTD   PIC Z9.
           02 FILLER    PIC X(33) VALUE
               " SEMESTRES SEGUIDOS EM PROBATORIO".
       01 MOT-JUB-PROB.
           02 MJP-QTD   PIC Z9.
           02 FILLER    PIC X(31) VALUE
               " REPROVACOES NO ULTIMO SEMESTRE".
