      ******************************************************************
      * JUBI-D.CPY
      * FD e layout do parametro das regras de probatorio e
      * jubilamento, um registro so:
      *  - reprovacoes na mesma TURMA que jubilam;
      *  - reprovacoes no historico todo que jubilam;
      *  - reprovacoes num mesmo semestre que poem o aluno em
      *    probatorio;
      *  - semestres seguidos em probatorio que jubilam.
      * Campo em branco ou zero fica com o default (ver JUBI-W.CPY).
      * Inclua dentro da FILE SECTION.
      ******************************************************************
       FD PARJUBI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARJUBI.DAT".

       01 REG-PARJUBI.
           02 PJB-REPROV-TURMA PIC 9(02).
           02 PJB-REPROV-TOTAL PIC 9(02).
           02 PJB-REPROV-SEM   PIC 9(02).
           02 PJB-SEM-SEGUIDOS PIC 9(02).
