               ELSE
                   MOVE ZEROES TO LOG-PRAZO
               END-IF
               MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO
               MOVE ZEROES TO LOG-FORMA-PAGTO
               MOVE SPACES TO LOG-NSU
               MOVE ZEROES TO LOG-DEPENDENTE
               MOVE ZEROES TO LOG-COPIA
               MOVE SPACES TO LOG-VINCULO
               MOVE 'N' TO WS-LOG-GRAVADO
               PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
                   WRITE REG-LOG
