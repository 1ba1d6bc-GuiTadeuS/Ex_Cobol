      ******************************************************************
      * RESREC.CPY
      * Layout unico do cadastro de reservas de viagem (CADRES.DAT),
      * indexado pelo codigo da viagem (TVG-COD) mais o codigo do
      * cliente (CODIGOIN): uma reserva por cliente por viagem.
      * Mantido pela reserva do fretamento (EM02-50), que controla a
      * capacidade da TABVIAG, numera a lista de espera e, passada
      * a data de saida, manda as confirmadas ao EM02-12 como nova
      * visita; lido pelo manifesto de passageiros (EM02-51).
      * Inclua com "01 <nome>. COPY RESREC."
      ******************************************************************
       02 RES-CHAVE.
          03 RES-COD-VIAGEM PIC X(06).
          03 RES-CODIGO     PIC 9(03).
      * Situacao: confirmada (tem assento), em espera, cancelada ou
      * realizada (ja virou visita no CADCLI).
       02 RES-SITUACAO   PIC X(01).
          88 RES-CONFIRMADA VALUE "C".
          88 RES-ESPERA     VALUE "E".
          88 RES-CANCELADA  VALUE "X".
          88 RES-REALIZADA  VALUE "V".
      * Numero na lista de espera da viagem (zero para quem ja
      * entrou confirmado); crescente e nunca reaproveitado, entao a
      * promocao vai sempre para o menor numero ainda em espera.
       02 RES-NUM-ESPERA PIC 9(04).
      * Data da reserva e da ultima mudanca de situacao, AAAAMMDD.
       02 RES-DATA-RES   PIC 9(08).
       02 RES-DATA-SIT   PIC 9(08).
