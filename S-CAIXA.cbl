           02 LINE 02 COL 05 VALUE "MOVIMENTO DE CAIXA".
           02 LINE 03 COL 03 VALUE "(1) SANGRIA (RETIRADA)".
           02 LINE 04 COL 03 VALUE "(2) SUPRIMENTO (ENTRADA)".
           02 LINE 05 COL 03 VALUE "(3) FECHAMENTO CEGO (SO DINHEIRO)".
           02 LINE 06 COL 03 VALUE "(4) VOLTAR".
           02 LINE 08 COL 03 VALUE "ACAO: ".
           02 LINE 08 COL 10 PIC 9(1) TO WS-CX-ACAO.
