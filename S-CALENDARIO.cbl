       01 CALENDARIO-TELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "CALENDARIO DE DIAS FECHADOS".
           02 LINE 03 COL 02 VALUE "DATA (AAAAMMDD, 0 = LISTAR): ".
           02 LINE 03 COL 32 PIC 9(8) TO WS-CLD-DATA.
           02 LINE 04 COL 02 VALUE "FILIAL (00 = TODAS): ".
           02 LINE 04 COL 32 PIC 9(2) TO WS-CLD-FILIAL.
           02 LINE 05 COL 02 VALUE "F-FECHADA A-ABERTA E-EXCLUIR: ".
           02 LINE 05 COL 32 PIC X(1) TO WS-CLD-SITUACAO.
           02 LINE 06 COL 02 VALUE "DESCRICAO: ".
           02 LINE 06 COL 13 PIC X(30) TO WS-CLD-DESCRICAO.
           02 LINE 08 COL 01 VALUE "******************************".
