            02 LINE 08 COL 17 PIC ZZ9.99 FROM WS-VALOR-DIARIA.
            02 LINE 09 COL 02 VALUE "STATUS: ".
            02 LINE 09 COL 13 PIC 9(1) FROM WS-ISTATUS.
            02 LINE 09 COL 20 VALUE "FAIXA: ".
            02 LINE 09 COL 27 PIC X(1) FROM WS-FAIXA.
            02 LINE 10 COL 02 VALUE "COPIAS (TOTAL/DISPONIVEIS): ".
            02 LINE 10 COL 31 PIC Z9 FROM WS-QTD-COPIAS.
            02 LINE 10 COL 34 PIC Z9 FROM WS-QTD-DISPONIVEIS.
