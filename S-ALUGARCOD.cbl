           02 LINE 04 COL 20 PIC 9(6) TO CODIGO.
           02 LINE 05 COL 03 VALUE "PRAZO (1/3/7): ".
           02 LINE 05 COL 20 PIC 9(1) TO WS-PRAZO-SEL.
           02 LINE 06 COL 03 VALUE "RETIRA (0=TITULAR): ".
           02 LINE 06 COL 24 PIC 9(2) TO WS-DEP-SEL.
           02 LINE 07 COL 03 VALUE "VALE-PRESENTE: ".
           02 LINE 07 COL 20 PIC X(12) TO WS-VP-CARTAO.
           02 LINE 08 COL 01 VALUE "******************************".
