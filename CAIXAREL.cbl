           77 WS-SES-QTD PIC 9(2) VALUE 0.
           77 WS-ESPERADO PIC S9(8)V99.
           77 WS-DIFERENCA PIC S9(8)V99.
           77 WS-VALOR PIC S9(5)V99.
           01 WS-SESSOES.
               05 WS-SES OCCURS 20 TIMES.
                   10 WS-SES-OPER PIC X(10).
                   10 WS-SES-SUPRIM PIC 9(7)V99.
                   10 WS-SES-CONTADO PIC 9(7)V99.
                   10 WS-SES-FECHOU PIC X.
                   10 WS-SES-RECEBIDO PIC S9(7)V99.
                   10 WS-SES-ELETRONICO PIC S9(7)V99.
           01 REL-CABECALHO.
               05 FILLER PIC X(12) VALUE "OPERADOR".
               05 FILLER PIC X(5) VALUE "FIL".
               05 FILLER PIC X(11) VALUE "FUNDO".
               05 FILLER PIC X(11) VALUE "DINHEIRO".
               05 FILLER PIC X(11) VALUE "CARTAO/PIX".
               05 FILLER PIC X(11) VALUE "SANGRIA".
               05 FILLER PIC X(11) VALUE "SUPRIMENTO".
               05 FILLER PIC X(11) VALUE "ESPERADO".
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-FUNDO PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-RECEBIDO PIC -ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-ELETRONICO PIC -ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-SANGRIA PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF LOG-TIPO = 'P' OR LOG-TIPO = 'Q'
                              OR LOG-TIPO = 'V' OR LOG-TIPO = 'H'
                              OR (LOG-TIPO = 'K'
                                  AND LOG-ORIGEM-TIPO = 'P')
                               PERFORM ACUMULA-RECEBIDO
                           END-IF
                       END-IF
                   MOVE ZEROES TO WS-SES-SUPRIM(WS-I)
                   MOVE ZEROES TO WS-SES-CONTADO(WS-I)
                   MOVE ZEROES TO WS-SES-RECEBIDO(WS-I)
                   MOVE ZEROES TO WS-SES-ELETRONICO(WS-I)
                   MOVE 'N' TO WS-SES-FECHOU(WS-I)
               END-IF
           END-IF.
       ACUMULA-RECEBIDO.
      *    RECEBIMENTO DO BANCO NAO PASSA PELA GAVETA; PAGAMENTO COM
      *    VALE-PRESENTE JA ENTROU NO CAIXA QUANDO O VALE FOI VENDIDO;
      *    DESCONTO DE ACORDO DE DIVIDA NAO E DINHEIRO
           IF LOG-FORMA-PAGTO NOT NUMERIC
               MOVE ZEROES TO LOG-FORMA-PAGTO
           END-IF.
           IF LOG-OPERADOR = "BANCO" OR LOG-FORMA-PAGTO = 5
              OR LOG-FORMA-PAGTO = 6
               CONTINUE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                          OR (WS-SES-OPER(WS-I) = LOG-OPERADOR
                              AND WS-SES-FILIAL(WS-I) = LOG-FILIAL)
               END-PERFORM
               IF LOG-FORMA-PAGTO NOT NUMERIC
                   MOVE ZEROES TO LOG-FORMA-PAGTO
               END-IF
      *        PAGAMENTO ESTORNADO SAI DA SESSAO DE QUEM DEVOLVEU
               MOVE LOG-VALOR TO WS-VALOR
               IF LOG-TIPO = 'K'
                   COMPUTE WS-VALOR = 0 - LOG-VALOR
               END-IF
               IF WS-I <= WS-SES-QTD
      *            SO O DINHEIRO E ESPERADO NA GAVETA - CARTAO E PIX
      *            SAO CONFERIDOS NO ADQUIRE CONTRA A ADQUIRENTE
                   IF LOG-FORMA-PAGTO > 1
                       ADD WS-VALOR TO WS-SES-ELETRONICO(WS-I)
                   ELSE
                       ADD WS-VALOR TO WS-SES-RECEBIDO(WS-I)
                   END-IF
               ELSE
                   DISPLAY "RECEBIMENTO SEM SESSAO DE CAIXA: "
                       LOG-OPERADOR " FILIAL " LOG-FILIAL
           MOVE WS-SES-FILIAL(WS-I) TO REL-FIL.
           MOVE WS-SES-FUNDO(WS-I) TO REL-FUNDO.
           MOVE WS-SES-RECEBIDO(WS-I) TO REL-RECEBIDO.
           MOVE WS-SES-ELETRONICO(WS-I) TO REL-ELETRONICO.
           MOVE WS-SES-SANGRIA(WS-I) TO REL-SANGRIA.
           MOVE WS-SES-SUPRIM(WS-I) TO REL-SUPRIM.
           MOVE WS-ESPERADO TO REL-ESPERADO.
