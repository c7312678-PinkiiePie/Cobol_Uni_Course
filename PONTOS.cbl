           GOBACK.
       ACUMULA-DIA.
      *    SO ALUGUEL E RENOVACAO PAGOS PONTUAM - RESGATES ('J')
      *    ENTRAM NO EXTRATO. ESTORNO ('K') DE MOVIMENTO DO PROPRIO
      *    DIA DESFAZ O GANHO OU O RESGATE; O DE DIA ANTERIOR JA FOI
      *    ACERTADO NO CLIENTE PELO TERMINAL
           IF LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
              AND LOG-TIPO NOT = 'J' AND LOG-TIPO NOT = 'K'
               GO TO FIM-ACUMULA-DIA
           END-IF.
           IF (LOG-TIPO = 'A' OR LOG-TIPO = 'N') AND LOG-VALOR = 0
               GO TO FIM-ACUMULA-DIA
           END-IF.
           IF LOG-TIPO = 'K'
               IF LOG-ORIGEM-CHAVE(1:8) NOT = LOG-DATA
                  OR LOG-VALOR = 0
                  OR (LOG-ORIGEM-TIPO NOT = 'A'
                      AND LOG-ORIGEM-TIPO NOT = 'N'
                      AND LOG-ORIGEM-TIPO NOT = 'J')
                   GO TO FIM-ACUMULA-DIA
               END-IF
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CLI-QTD
                      OR WS-CLI-CPF(WS-I) = LOG-CPF
               MOVE ZEROES TO WS-CLI-GANHOS(WS-I)
               MOVE ZEROES TO WS-CLI-RESGATES(WS-I)
           END-IF.
           EVALUATE TRUE
               WHEN LOG-TIPO = 'J'
                   ADD LOG-VALOR TO WS-CLI-RESGATES(WS-I)
               WHEN LOG-TIPO = 'K' AND LOG-ORIGEM-TIPO = 'J'
                   IF WS-CLI-RESGATES(WS-I) > LOG-VALOR
                       SUBTRACT LOG-VALOR FROM WS-CLI-RESGATES(WS-I)
                   ELSE
                       MOVE ZEROES TO WS-CLI-RESGATES(WS-I)
                   END-IF
               WHEN LOG-TIPO = 'K'
                   IF WS-CLI-GANHOS(WS-I) > WS-PAR-PONTOS-GANHO
                       SUBTRACT WS-PAR-PONTOS-GANHO
                           FROM WS-CLI-GANHOS(WS-I)
                   ELSE
                       MOVE ZEROES TO WS-CLI-GANHOS(WS-I)
                   END-IF
               WHEN OTHER
                   ADD WS-PAR-PONTOS-GANHO TO WS-CLI-GANHOS(WS-I)
           END-EVALUATE.
       FIM-ACUMULA-DIA.
           CONTINUE.
       TRATA-CLIENTE.
