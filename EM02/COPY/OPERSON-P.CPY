      *    SON-NIVEL preenchidos - e esse id validado que vai para
      *    as trilhas, no lugar do texto livre que os auditores
      *    recusaram. Sem OPERMEST.DAT nao ha como verificar
      *    ninguem e o console nao abre. O resultado de cada
      *    identificacao vai para o log de acesso (funcao SIGNON, ou
      *    SIGNON RECUSADO e o motivo, com o id digitado), base do
      *    relatorio de atividade dos operadores (EM02-62).
      *  - GRAVA-ACESSO: anexa uma linha no log de acesso com
      *    data/hora, operador, programa e a funcao executada
      *    (SON-FUNCAO do chamador). OPEN EXTEND nao cria o arquivo;
               IF POS-OPER EQUAL 0
                   DISPLAY "Operador " SON-OPERADOR
                       " nao cadastrado."
                   MOVE "SIGNON RECUSADO NAO CADASTRADO" TO SON-FUNCAO
               ELSE
                   IF OPER-TAB-ATIVO (POS-OPER) NOT EQUAL "S"
                       DISPLAY "Operador " SON-OPERADOR
                           " inativo no mestre."
                       MOVE "SIGNON RECUSADO INATIVO" TO SON-FUNCAO
                   ELSE
                       IF OPER-TAB-NIVEL (POS-OPER) LESS THAN
                          SON-NIVEL-EXIGIDO
                               " sem permissao para esta funcao "
                               "(nivel " OPER-TAB-NIVEL (POS-OPER)
                               ", exigido " SON-NIVEL-EXIGIDO ")."
                           MOVE "SIGNON RECUSADO NIVEL" TO SON-FUNCAO
                       ELSE
                           MOVE OPER-TAB-NOME (POS-OPER)  TO SON-NOME
                           MOVE OPER-TAB-NIVEL (POS-OPER) TO SON-NIVEL
                           MOVE "S" TO SON-OK
                           DISPLAY "Operador " SON-NOME
                               " identificado."
                           MOVE "SIGNON" TO SON-FUNCAO
                       END-IF
                   END-IF
               END-IF
               PERFORM GRAVA-ACESSO
           END-IF.

       LE-OPERMEST.
