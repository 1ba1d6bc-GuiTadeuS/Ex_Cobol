      ******************************************************************
       02 MST-NUM-SOCIO PIC 9(06).
       02 MST-NOME      PIC X(30).
      * Nome gravado pela anonimizacao LGPD (EM02-48) no lugar do
      * nome do socio cancelado alem do prazo de guarda.
          88 MST-ANONIMIZADO VALUE "ANONIMIZADO (LGPD)".
       02 MST-CPF       PIC 9(11).
       02 MST-ENDERECO  PIC X(30).
       02 MST-CIDADE    PIC X(30).
