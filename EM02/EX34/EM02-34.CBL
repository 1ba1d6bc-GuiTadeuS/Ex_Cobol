               PERFORM AVALIA-VISITA
           END-PERFORM.
           PERFORM VARRE-ARQUIVADAS.
      * Cliente anonimizado pela LGPD (EM02-48) nao tem mais com
      * quem falar: fica de fora.
           IF TEM-VISITA-VALIDA EQUAL "S" AND
              ULT-ANO LESS THAN ANO-CORTE AND
              NOT CLI-ANONIMIZADO
               PERFORM GRAVA-DETALHE
           END-IF.
           PERFORM LEITURA.
