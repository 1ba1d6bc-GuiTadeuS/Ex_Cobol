      ******************************************************************
      * XREFREC.CPY
      * Layout unico da referencia cruzada socio x cliente de viagem
      * (XREFCLI.DAT), indexada por CPF + codigo do cliente - o mesmo
      * CPF pode estar em mais de um codigo do CADCLI. Refeita a cada
      * execucao do casamento EM02-56 e lida pelas consultas de socio
      * (EM02-01C, EM02-24C) a partir do CPF do mestre. Inclua com
      * "01 <nome>. COPY XREFREC."
      ******************************************************************
       02 XRF-CHAVE.
          03 XRF-CPF        PIC 9(11).
          03 XRF-CODIGO     PIC 9(03).
       02 XRF-NUM-SOCIO     PIC 9(06).
       02 XRF-SITUACAO-SOC  PIC X(01).
       02 XRF-NOME-CLI      PIC X(30).
      * Visitas validas no historico do registro e data (AAAAMMDD)
      * da mais recente.
       02 XRF-QTD-VIS       PIC 9(02).
       02 XRF-DATA-ULT-VIS  PIC 9(08).
      * Divergencias entre os dois cadastros: "S" = difere.
       02 XRF-DIF-NOME      PIC X(01).
       02 XRF-DIF-ENDERECO  PIC X(01).
       02 XRF-DIF-TELEFONE  PIC X(01).
       02 XRF-DATA-GER      PIC 9(08).
