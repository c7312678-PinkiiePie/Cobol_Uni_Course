           02 LINE 05 COL 02 VALUE "FILIAL DESTINO: ".
           02 LINE 05 COL 20 PIC 9(2) TO WS-FILIAL-DEST.
           02 LINE 07 COL 01 VALUE "******************************".
       01 CHEGADA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "CONFIRMAR CHEGADA DE COPIA".
           02 LINE 03 COL 02 VALUE "CODIGO DO FILME: ".
           02 LINE 03 COL 20 PIC 9(6) TO CODIGO.
           02 LINE 04 COL 02 VALUE "NUMERO DA COPIA: ".
           02 LINE 04 COL 20 PIC 9(2) TO WS-COPIA-SEL.
           02 LINE 05 COL 02 VALUE "(CODIGO 0 = LISTAR A CAMINHO)".
           02 LINE 07 COL 01 VALUE "******************************".
