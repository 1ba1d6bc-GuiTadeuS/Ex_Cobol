       77 VALOR-PLAN-REF PIC 9(09)V9(02).
       77 VENC-PLAN-REF  PIC 9(02).
       77 ATIVO-PLAN-REF PIC X(01).
       77 VALOR-DEP-PLAN-REF PIC 9(09)V9(02).
       77 FIM-TABPLAN    PIC X(03).

       01 TAB-PLAN-REF.
              03 PLAN-REF-VALOR PIC 9(09)V9(02).
              03 PLAN-REF-VENC  PIC 9(02).
              03 PLAN-REF-ATIVO PIC X(01).
              03 PLAN-REF-VALOR-DEP PIC 9(09)V9(02).
