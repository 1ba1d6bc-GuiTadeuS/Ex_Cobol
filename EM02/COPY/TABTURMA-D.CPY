      ******************************************************************
      * TABTURMA-D.CPY
      * FD e layout do registro do cadastro de turmas: codigo (o
      * mesmo TURMA do ALUREC), disciplina, professor, sala, dias de
      * aula ("S" na posicao do dia, SEG a DOM), hora de inicio e de
      * fim (HHMM), periodos por aula (o que se lanca por falta no
      * MOVFALTA), maximo de alunos e primeiro e ultimo dia de aula
      * do semestre (AAAAMMDD). Inclua dentro da FILE SECTION.
      ******************************************************************
       FD TABTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABTURMA.DAT".

       01 REG-TABTURMA.
           02 TTU-COD         PIC X(05).
           02 TTU-DISCIPLINA  PIC X(30).
           02 TTU-PROFESSOR   PIC X(30).
           02 TTU-SALA        PIC X(06).
           02 TTU-DIAS-SEMANA PIC X(07).
           02 TTU-HORA-INICIO PIC 9(04).
           02 TTU-HORA-FIM    PIC 9(04).
           02 TTU-PERIODOS    PIC 9(02).
           02 TTU-MAX-ALUNOS  PIC 9(03).
           02 TTU-DATA-INICIO PIC 9(08).
           02 TTU-DATA-FIM    PIC 9(08).
