      ******************************************************************
      * MOVNTREC.CPY
      * Layout unico do lancamento de nota digitado das pautas dos
      * professores (MOVNOTA1.DAT e MOVNOTA2.DAT, as duas digitacoes
      * independentes conferidas pelo EM02-57): matricula, turma,
      * numero da avaliacao (1 a 3 = NOTA1 a NOTA3) e a nota.
      * Inclua com "01 <nome>. COPY MOVNTREC." (use REPLACING para
      * declarar as duas digitacoes no mesmo programa).
      ******************************************************************
       02 NTA-MATRICULA PIC 9(07).
       02 NTA-TURMA     PIC X(05).
       02 NTA-AVALIACAO PIC 9(01).
       02 NTA-NOTA      PIC 9(02)V9(02).
