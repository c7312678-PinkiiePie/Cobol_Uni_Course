           02 LINE 04 COL 20 PIC 9(3) TO WS-PAC-QTD.
           02 LINE 05 COL 02 VALUE "VALOR COBRADO: ".
           02 LINE 05 COL 20 PIC 9(5)V99 TO WS-PAC-VALOR.
           02 LINE 06 COL 02
               VALUE "FORMA (1-DINHEIRO 2-DEBITO 3-CREDITO 4-PIX): ".
           02 LINE 06 COL 48 PIC 9(1) TO WS-FORMA-PAGTO.
           02 LINE 07 COL 02 VALUE "NSU (CARTAO/PIX): ".
           02 LINE 07 COL 21 PIC X(12) TO WS-NSU.
           02 LINE 09 COL 01 VALUE "******************************".
