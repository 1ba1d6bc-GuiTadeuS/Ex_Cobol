      ******************************************************************
      * LGPDREC.CPY
      * Layout unico do log de protecao de dados (LOGLGPD.DAT),
      * arquivo permanente anexado pelos programas que atendem o
      * titular de dados ou apagam dado pessoal, para o encarregado
      * de dados (DPO) comprovar o que foi feito e quando:
      *  - tipo "A": atendimento de pedido de acesso (EM02-47), com
      *    o protocolo, o CPF consultado e quantos registros foram
      *    entregues;
      *  - tipo "N": anonimizacao (EM02-48), com o arquivo, a chave
      *    do registro, o CPF ja mascarado, a data da ultima
      *    movimentacao que contou o prazo e o prazo de guarda
      *    aplicado. O dado pessoal apagado NAO vai para o log.
      * Inclua com "01 <nome>. COPY LGPDREC."
      ******************************************************************
       02 LGP-DATA-HORA  PIC 9(14).
       02 LGP-TIPO       PIC X(01).
          88 LGP-ACESSO        VALUE "A".
          88 LGP-ANONIMIZACAO  VALUE "N".
       02 LGP-JOB        PIC X(08).
       02 LGP-PROTOCOLO  PIC X(10).
       02 LGP-ARQUIVO    PIC X(08).
       02 LGP-CHAVE      PIC X(10).
       02 LGP-CPF        PIC 9(11).
       02 LGP-DATA-REF   PIC 9(08).
       02 LGP-ANOS-GUARDA PIC 9(02).
       02 LGP-QTD-REG    PIC 9(05).
