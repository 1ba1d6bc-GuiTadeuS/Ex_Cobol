       77 DEST-VIAG-REF  PIC X(30).
       77 CAP-VIAG-REF   PIC 9(04).
       77 ATIVO-VIAG-REF PIC X(01).
       77 SAIDA-VIAG-REF PIC 9(08).
       77 TARIFA-VIAG-REF PIC 9(07)V9(02).
       77 FIM-TABVIAG    PIC X(03).

       01 TAB-VIAG-REF.
              03 VIAG-REF-DEST  PIC X(30).
              03 VIAG-REF-CAP   PIC 9(04).
              03 VIAG-REF-ATIVO PIC X(01).
              03 VIAG-REF-SAIDA PIC 9(08).
              03 VIAG-REF-TARIFA PIC 9(07)V9(02).
