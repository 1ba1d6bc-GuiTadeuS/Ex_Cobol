      ******************************************************************
      * TABTURMA-W.CPY
      * Tabela em memoria e campos de apoio do cadastro de turmas,
      * carregada por LE-TABTURMA e consultada por BUSCA-TURMA-REF
      * (ver TABTURMA-P.CPY). Inclua na WORKING-STORAGE SECTION.
      ******************************************************************
       77 WS-TABTURMA-FSTATUS PIC X(02).
       77 QTD-TUR-REF    PIC 9(03) VALUE 0.
       77 IDX-TUR-REF    PIC 9(03).
       77 POS-TUR-REF    PIC 9(03).
       77 COD-TUR-BUSCA  PIC X(05).
       77 ACHOU-TUR-REF  PIC X(01).
       77 DISC-TUR-REF   PIC X(30).
       77 PROF-TUR-REF   PIC X(30).
       77 MAX-TUR-REF    PIC 9(03).
       77 FIM-TABTURMA   PIC X(03).

       01 TAB-TUR-REF.
           02 TUR-REF-OCORR OCCURS 100 TIMES.
              03 TUR-REF-COD      PIC X(05).
              03 TUR-REF-DISC     PIC X(30).
              03 TUR-REF-PROF     PIC X(30).
              03 TUR-REF-SALA     PIC X(06).
              03 TUR-REF-DIAS     PIC X(07).
              03 TUR-REF-HORA-INI PIC 9(04).
              03 TUR-REF-HORA-FIM PIC 9(04).
              03 TUR-REF-PERIODOS PIC 9(02).
              03 TUR-REF-MAX      PIC 9(03).
              03 TUR-REF-DATA-INI PIC 9(08).
              03 TUR-REF-DATA-FIM PIC 9(08).
