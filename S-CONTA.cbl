           02 LINE 05 COL 18 PIC -(7)9.99 FROM CONTA-SALDO.
           02 LINE 07 COL 02 VALUE "PAGAMENTO (0 = CONSULTA): ".
           02 LINE 07 COL 29 PIC 9(5)V99 TO WS-VALOR-PAGO.
           02 LINE 08 COL 02
               VALUE "FORMA (1-DINHEIRO 2-DEBITO 3-CREDITO 4-PIX): ".
           02 LINE 08 COL 48 PIC 9(1) TO WS-FORMA-PAGTO.
           02 LINE 09 COL 02 VALUE "      (5-VALE-PRESENTE)".
           02 LINE 10 COL 02 VALUE "NSU OU NUMERO DO VALE: ".
           02 LINE 10 COL 26 PIC X(12) TO WS-NSU.
           02 LINE 11 COL 01 VALUE "******************************".
