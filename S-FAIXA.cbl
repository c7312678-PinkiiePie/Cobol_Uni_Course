       01 FAIXACOD.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "FAIXAS DE PRECO".
           02 LINE 03 COL 02 VALUE "(L) LANCAMENTO".
           02 LINE 04 COL 02 VALUE "(C) CATALOGO".
           02 LINE 05 COL 02 VALUE "(K) CLASSICO".
           02 LINE 06 COL 02 VALUE "FAIXA (BRANCO = LISTAR): ".
           02 LINE 06 COL 27 PIC X(1) TO WS-FXP-FAIXA.
           02 LINE 08 COL 01 VALUE "******************************".
       01 FAIXATELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "FAIXA DE PRECO".
           02 LINE 03 COL 02 VALUE "FAIXA: ".
           02 LINE 03 COL 13 PIC X(1) FROM WS-FXP-FAIXA.
           02 LINE 03 COL 16 PIC X(12) FROM WS-FXP-NOME.
           02 LINE 04 COL 02 VALUE "DIAS NA FAIXA: ".
           02 LINE 04 COL 20 PIC 9(4) FROM WS-FXP-DIAS TO WS-FXP-DIAS.
           02 LINE 04 COL 26 VALUE "(CLASSICO NAO TEM FIM)".
           02 LINE 05 COL 02 VALUE "VALOR DIARIA: ".
           02 LINE 05 COL 20 PIC 999V99
               FROM WS-FXP-VALOR-DIARIA TO WS-FXP-VALOR-DIARIA.
           02 LINE 06 COL 02 VALUE "PRECO 1 DIA: ".
           02 LINE 06 COL 20 PIC 999V99
               FROM WS-FXP-VALOR-PRAZO-1 TO WS-FXP-VALOR-PRAZO-1.
           02 LINE 07 COL 02 VALUE "PRECO 3 DIAS: ".
           02 LINE 07 COL 20 PIC 999V99
               FROM WS-FXP-VALOR-PRAZO-3 TO WS-FXP-VALOR-PRAZO-3.
           02 LINE 08 COL 02 VALUE "EXIGE CAUCAO (S/N): ".
           02 LINE 08 COL 23 PIC X(1)
               FROM WS-FXP-EXIGE-CAUCAO TO WS-FXP-EXIGE-CAUCAO.
           02 LINE 09 COL 02 VALUE "VALOR CAUCAO: ".
           02 LINE 09 COL 20 PIC 9(5)V99
               FROM WS-FXP-CAUCAO-VALOR TO WS-FXP-CAUCAO-VALOR.
           02 LINE 11 COL 01 VALUE "******************************".
