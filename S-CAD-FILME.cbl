           02 LINE 11 COL 23 PIC X(1) TO WS-EXIGE-CAUCAO.
           02 LINE 11 COL 26 VALUE "VALOR CAUCAO: ".
           02 LINE 11 COL 40 PIC 9(5)V99 TO WS-CAUCAO-VALOR.
           02 LINE 12 COL 02 VALUE "FAIXA (L/C/K): ".
           02 LINE 12 COL 17 PIC X(1) FROM WS-FAIXA TO WS-FAIXA.
           02 LINE 12 COL 20 VALUE "(DIARIA 0 = PRECOS DA FAIXA)".
           02 LINE 14 COL 01 VALUE "******************************".
