           02 LINE 10 COL 26 VALUE "VALOR CAUCAO: ".
           02 LINE 10 COL 40 PIC 9(5)V99
               FROM WS-CAUCAO-VALOR TO WS-CAUCAO-VALOR.
           02 LINE 11 COL 02 VALUE "FAIXA (L/C/K): ".
           02 LINE 11 COL 17 PIC X(1) FROM WS-FAIXA TO WS-FAIXA.
           02 LINE 11 COL 20 VALUE "DESDE: ".
           02 LINE 11 COL 27 PIC 9(8) FROM WS-FAIXA-DESDE.
           02 LINE 11 COL 37 VALUE "NO ACERVO DESDE: ".
           02 LINE 11 COL 54 PIC 9(8) FROM WS-DATA-ENTRADA.
           02 LINE 13 COL 01 VALUE "******************************".
