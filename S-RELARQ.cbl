       01 RELARQ-FILTRO.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "RELATORIOS GUARDADOS".
           02 LINE 03 COL 02 VALUE "RELATORIO (BRANCO = TODOS): ".
           02 LINE 03 COL 31 PIC X(20) TO WS-RA-FILTRO.
           02 LINE 04 COL 02 VALUE "A PARTIR DE (AAAAMMDD): ".
           02 LINE 04 COL 31 PIC 9(8) TO WS-RA-DATA-INI.
           02 LINE 06 COL 01 VALUE "******************************".
       01 RELARQ-LISTA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "RELATORIOS GUARDADOS".
           02 LINE 03 COL 02
               VALUE "NR  RELATORIO             DATA      FIL.  PAGS".
           02 LINE 04 COL 02 PIC X(45) FROM WS-RA-LINHA(1).
           02 LINE 05 COL 02 PIC X(45) FROM WS-RA-LINHA(2).
           02 LINE 06 COL 02 PIC X(45) FROM WS-RA-LINHA(3).
           02 LINE 07 COL 02 PIC X(45) FROM WS-RA-LINHA(4).
           02 LINE 08 COL 02 PIC X(45) FROM WS-RA-LINHA(5).
           02 LINE 09 COL 02 PIC X(45) FROM WS-RA-LINHA(6).
           02 LINE 10 COL 02 PIC X(45) FROM WS-RA-LINHA(7).
           02 LINE 11 COL 02 PIC X(45) FROM WS-RA-LINHA(8).
           02 LINE 12 COL 02 PIC X(45) FROM WS-RA-LINHA(9).
           02 LINE 13 COL 02 PIC X(45) FROM WS-RA-LINHA(10).
           02 LINE 14 COL 02 PIC X(45) FROM WS-RA-LINHA(11).
           02 LINE 15 COL 02 PIC X(45) FROM WS-RA-LINHA(12).
           02 LINE 16 COL 02 PIC X(45) FROM WS-RA-LINHA(13).
           02 LINE 17 COL 02 PIC X(45) FROM WS-RA-LINHA(14).
           02 LINE 18 COL 02 PIC X(45) FROM WS-RA-LINHA(15).
           02 LINE 20 COL 02
               VALUE "NR PARA ABRIR, 0 = PROXIMOS, 99 = SAIR: ".
           02 LINE 20 COL 44 PIC 9(2) TO WS-RA-ESCOLHA.
           02 LINE 21 COL 01 VALUE "******************************".
       01 RELARQ-PAGINA.
           02 BLANK SCREEN.
           02 LINE 01 COL 02 PIC X(20) FROM WS-RV-TITULO.
           02 LINE 01 COL 24 PIC 9(8) FROM WS-RV-DATA.
           02 LINE 01 COL 34 VALUE "PAGINA ".
           02 LINE 01 COL 41 PIC ZZZZ9 FROM WS-RV-PAGINA.
           02 LINE 01 COL 47 VALUE "DE ".
           02 LINE 01 COL 50 PIC ZZZZ9 FROM WS-RV-PAGINAS.
           02 LINE 01 COL 57 VALUE "COLUNA ".
           02 LINE 01 COL 64 PIC ZZ9 FROM WS-RV-COLUNA.
           02 LINE 03 COL 02 PIC X(78) FROM WS-RV-LINHA(1).
           02 LINE 04 COL 02 PIC X(78) FROM WS-RV-LINHA(2).
           02 LINE 05 COL 02 PIC X(78) FROM WS-RV-LINHA(3).
           02 LINE 06 COL 02 PIC X(78) FROM WS-RV-LINHA(4).
           02 LINE 07 COL 02 PIC X(78) FROM WS-RV-LINHA(5).
           02 LINE 08 COL 02 PIC X(78) FROM WS-RV-LINHA(6).
           02 LINE 09 COL 02 PIC X(78) FROM WS-RV-LINHA(7).
           02 LINE 10 COL 02 PIC X(78) FROM WS-RV-LINHA(8).
           02 LINE 11 COL 02 PIC X(78) FROM WS-RV-LINHA(9).
           02 LINE 12 COL 02 PIC X(78) FROM WS-RV-LINHA(10).
           02 LINE 13 COL 02 PIC X(78) FROM WS-RV-LINHA(11).
           02 LINE 14 COL 02 PIC X(78) FROM WS-RV-LINHA(12).
           02 LINE 15 COL 02 PIC X(78) FROM WS-RV-LINHA(13).
           02 LINE 16 COL 02 PIC X(78) FROM WS-RV-LINHA(14).
           02 LINE 17 COL 02 PIC X(78) FROM WS-RV-LINHA(15).
           02 LINE 18 COL 02 PIC X(78) FROM WS-RV-LINHA(16).
           02 LINE 19 COL 02 PIC X(78) FROM WS-RV-LINHA(17).
           02 LINE 20 COL 02 PIC X(78) FROM WS-RV-LINHA(18).
           02 LINE 21 COL 02 PIC X(78) FROM WS-RV-LINHA(19).
           02 LINE 22 COL 02 PIC X(78) FROM WS-RV-LINHA(20).
           02 LINE 24 COL 02
               VALUE "P=PROX A=ANTERIOR D=DIREITA E=ESQUERDA S=SAIR: ".
           02 LINE 24 COL 50 PIC X(1) TO WS-RV-CMD.
