      ******************************************************************
      * DEPREC.CPY
      * Layout unico do cadastro de dependentes do plano familiar
      * (CADDEP.DAT), indexado pelo numero do socio titular mais um
      * sequencial do dependente dentro do titular, com a chave
      * alternada pelo CPF (a mesma pessoa nao entra duas vezes).
      * Gravado pela inclusao de dependentes (EM02-46); o
      * faturamento (EM02-31) cobra cada dependente ativo pelo
      * valor por dependente do plano do titular, a consulta do
      * balcao (EM02-01C) mostra os dependentes e a manutencao do
      * mestre (EM02-25) leva a suspensao/cancelamento do titular
      * aos dependentes. Inclua com "01 <nome>. COPY DEPREC."
      ******************************************************************
       02 DEP-CHAVE.
          03 DEP-NUM-SOCIO PIC 9(06).
          03 DEP-SEQ       PIC 9(02).
       02 DEP-NOME      PIC X(30).
          88 DEP-ANONIMIZADO VALUE "ANONIMIZADO (LGPD)".
       02 DEP-CPF       PIC 9(11).
       02 DEP-DATA-NASC.
          03 DEP-DD-NASC PIC 9(02).
          03 DEP-MM-NASC PIC 9(02).
          03 DEP-AA-NASC PIC 9(04).
       02 DEP-PARENTESCO PIC X(01).
          88 DEP-PARENT-VALIDO VALUE "C" "F" "P" "O".
          88 DEP-CONJUGE       VALUE "C".
          88 DEP-FILHO         VALUE "F".
          88 DEP-PAI-MAE       VALUE "P".
          88 DEP-OUTRO         VALUE "O".
      * Data da inclusao no cadastro, AAAAMMDD.
       02 DEP-DATA-INCL  PIC 9(08).
      * Situacao do dependente, nos mesmos codigos do mestre. A
      * origem "M" marca a situacao herdada do titular (suspensao
      * ou cancelamento em cascata no EM02-25): so essa volta a
      * ativa quando o titular e reativado.
       02 DEP-SITUACAO   PIC X(01).
          88 DEP-SIT-ATIVO     VALUE "A" " ".
          88 DEP-SIT-SUSPENSO  VALUE "S".
          88 DEP-SIT-CANCELADO VALUE "C".
       02 DEP-SIT-ORIGEM PIC X(01).
          88 DEP-SIT-DO-TITULAR VALUE "M".
