           02 LINE 11 COL 03 VALUE "OPCAO: ".
           02 LINE 11 COL 11 PIC 9(1) TO OP.
           02 LINE 13 COL 01 VALUE "******************************".
           02 LINE 15 COL 02 PIC X(60) FROM WS-AVISO-MANUT.
