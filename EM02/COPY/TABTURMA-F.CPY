      ******************************************************************
      * TABTURMA-F.CPY
      * Clausula SELECT do cadastro de turmas (TABTURMA.DAT), mantido
      * pela secretaria: uma linha por TURMA com disciplina,
      * professor, sala, horario, capacidade e calendario de aulas
      * do semestre (mesma ideia da TABVIAG para as viagens).
      * Inclua dentro de FILE-CONTROL.
      ******************************************************************
           SELECT TABTURMA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABTURMA-FSTATUS.
