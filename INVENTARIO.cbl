                   MOVE 'S' TO WS-CONT-BATIDO(WS-I)
               END-IF
           END-PERFORM.
      *    COPIA EM TRANSITO (5) AINDA ESTA NO MALOTE - NAO FALTA NA
      *    PRATELEIRA; SE JA FOI CONTADA SO FALTA CONFIRMAR A CHEGADA
           IF WS-ACHOU = 'S' AND COPIA-STATUS(WS-J) = 5
               MOVE CODIGO TO DV-CODIGO
               MOVE COPIA-NUMERO(WS-J) TO DV-COPIA
               MOVE "EM TRANSITO NO SISTEMA, JA ESTA NA PRATELEIRA"
                   TO DV-PROBLEMA
               MOVE "CONFIRMAR CHEGADA" TO DV-ACAO
               ADD 1 TO WS-QTD-DIVERG
               MOVE DIV-DETALHE TO DIV-LINHA
               WRITE DIV-LINHA
           END-IF.
           IF WS-ACHOU = 'N' AND COPIA-STATUS(WS-J) = 1
      *        DEVERIA ESTAR NA PRATELEIRA E NAO FOI ENCONTRADA
               MOVE CODIGO TO DV-CODIGO
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-FILIAL TO LOG-FILIAL.
           MOVE ZEROES TO LOG-PRAZO.
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
           MOVE 'N' TO WS-LOG-GRAVADO.
           PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
               WRITE REG-LOG
