      ******************************************************************
      * SPCREC.CPY
      * Layout unico do controle de negativacao (SPCCTL.DAT),
      * indexado pelo numero do socio: quem esta (ou ja esteve)
      * incluido no cadastro de inadimplentes, com o CPF e o nome
      * enviados na inclusao, o valor negativado, e as datas
      * (AAAAMMDD) da inclusao, da quitacao achada no razao, do
      * prazo legal de exclusao (dias uteis apos a quitacao) e do
      * envio da exclusao. Mantido pela negativacao EM02-39. Inclua
      * com "01 <nome>. COPY SPCREC."
      ******************************************************************
       02 SPC-NUM-SOCIO   PIC 9(06).
       02 SPC-CPF         PIC 9(11).
       02 SPC-NOME        PIC X(30).
       02 SPC-VALOR       PIC 9(09)V9(02).
       02 SPC-DATA-INCL   PIC 9(08).
       02 SPC-SITUACAO    PIC X(01).
          88 SPC-INCLUIDO VALUE "I".
          88 SPC-EXCLUIDO VALUE "E".
       02 SPC-DATA-QUIT   PIC 9(08).
       02 SPC-DATA-LIMITE PIC 9(08).
       02 SPC-DATA-EXCL   PIC 9(08).
