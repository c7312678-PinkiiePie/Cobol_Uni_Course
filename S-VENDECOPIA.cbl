           02 LINE 04 COL 20 PIC 9(2) TO WS-COPIA-SEL.
           02 LINE 05 COL 02 VALUE "PRECO DE VENDA: ".
           02 LINE 05 COL 20 PIC 9(5)V99 TO WS-VENDA-PRECO.
           02 LINE 06 COL 02
               VALUE "FORMA (1-DINHEIRO 2-DEBITO 3-CREDITO 4-PIX): ".
           02 LINE 06 COL 48 PIC 9(1) TO WS-FORMA-PAGTO.
           02 LINE 07 COL 02 VALUE "NSU (CARTAO/PIX): ".
           02 LINE 07 COL 21 PIC X(12) TO WS-NSU.
           02 LINE 09 COL 01 VALUE "******************************".
       01 RECIBO-VENDA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 05 COL 13 PIC 9(8) FROM WS-HOJE.
           02 LINE 06 COL 02 VALUE "VALOR PAGO: ".
           02 LINE 06 COL 15 PIC ZZZZ9.99 FROM WS-VENDA-PRECO.
           02 LINE 07 COL 02 VALUE "FORMA: ".
           02 LINE 07 COL 15 PIC X(8) FROM WS-FORMA-DESC.
           02 LINE 07 COL 25 VALUE "NSU: ".
           02 LINE 07 COL 30 PIC X(12) FROM WS-NSU.
           02 LINE 09 COL 01 VALUE "******************************".
