           77 WS-QTD-REJEITADOS PIC 9(5) VALUE 0.
           77 WS-SOMA-BAIXADA PIC 9(11)V99 VALUE 0.
           77 WS-LOG-GRAVADO PIC X.
           COPY WS-ACORDO.
      *    PAGAMENTOS DO BANCO ENTRAM COM ESTE OPERADOR PARA O
      *    FECHAMENTO SEPARAR DO CAIXA DE BALCAO
           77 WS-OPERADOR-BANCO PIC X(10) VALUE "BANCO".
      *    DETALHE "20" DO RETORNO DO BANCO - "21" E PARCELA DE
      *    ACORDO DE DIVIDA, MESMO LAYOUT
           01 RET-DETALHE.
               05 RET-REG PIC X(2).
               05 RET-CPF PIC X(14).
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RET-LINHA TO RET-DETALHE
                       IF RET-REG = "20" OR RET-REG = "21"
                           PERFORM BAIXA-TITULO THRU FIM-BAIXA
                       END-IF
               END-READ
           MOVE WS-OPERADOR-BANCO TO LOG-OPERADOR.
           MOVE ZEROES TO LOG-FILIAL.
           MOVE ZEROES TO LOG-PRAZO.
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
           IF RET-REG = "21"
               PERFORM BAIXA-PARCELA
           END-IF.
           MOVE 'N' TO WS-LOG-GRAVADO.
           PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
               WRITE REG-LOG
           WRITE REL-LINHA.
       FIM-BAIXA.
           CONTINUE.
       BAIXA-PARCELA.
           MOVE 'P' TO WS-ACD-FUNCAO.
           MOVE RET-CPF TO WS-ACD-CPF.
           MOVE RET-DATA-PAGTO TO WS-ACD-DATA.
           MOVE RET-VALOR TO WS-ACD-VALOR.
           MOVE 1 TO WS-ACD-RC.
           CALL "ACORDO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO ACORDO NAO ENCONTRADO"
           END-CALL.
           IF WS-ACD-RC = 0 AND WS-ACD-VALOR > 0
               MOVE WS-ACD-SEQ TO LOG-ACO-SEQ
               MOVE WS-ACD-VALOR TO LOG-ACO-VALOR
           ELSE
               DISPLAY "AVISO: PARCELA SEM ACORDO ATIVO PARA " RET-CPF
           END-IF.
       LIBERA-COBRANCA.
           MOVE SPACES TO CCPF.
           MOVE RET-CPF TO CCPF.
