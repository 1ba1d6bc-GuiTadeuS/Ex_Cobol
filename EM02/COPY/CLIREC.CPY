       02 CPFIN-NUM REDEFINES CPFIN PIC 9(11).

       02 NOMEIN PIC X(30).
      * Nome gravado pela anonimizacao LGPD (EM02-48) no lugar do
      * nome do cliente inativo alem do prazo de guarda; o EX06 e
      * as extracoes de marketing deixam esses registros de fora.
          88 CLI-ANONIMIZADO VALUE "ANONIMIZADO (LGPD)".

       02 ESTADOIN PIC X(02).
          88 ESTADO-VALIDO VALUE
