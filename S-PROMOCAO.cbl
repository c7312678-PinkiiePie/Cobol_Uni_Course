       01 PROMOCODIGO.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PROMOCOES".
           02 LINE 03 COL 02 VALUE "CODIGO (0 = LISTAR): ".
           02 LINE 03 COL 23 PIC 9(4) TO WS-PRO-CODIGO.
           02 LINE 05 COL 01 VALUE "******************************".
       01 PROMOTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PROMOCAO".
           02 LINE 03 COL 02 VALUE "CODIGO: ".
           02 LINE 03 COL 13 PIC Z(4) FROM WS-PRO-CODIGO.
           02 LINE 04 COL 02 VALUE "NOME: ".
           02 LINE 04 COL 13 PIC X(30) FROM WS-PRO-NOME TO WS-PRO-NOME.
           02 LINE 05 COL 02 VALUE "INICIO: ".
           02 LINE 05 COL 13 PIC 9(8)
               FROM WS-PRO-INICIO TO WS-PRO-INICIO.
           02 LINE 05 COL 25 VALUE "FIM: ".
           02 LINE 05 COL 30 PIC 9(8) FROM WS-PRO-FIM TO WS-PRO-FIM.
           02 LINE 06 COL 02 VALUE "FILIAL (00 = TODAS): ".
           02 LINE 06 COL 23 PIC 9(2)
               FROM WS-PRO-FILIAL TO WS-PRO-FILIAL.
           02 LINE 07 COL 02
               VALUE "DIA DA SEMANA (0=TODOS 1=DOM..7=SAB): ".
           02 LINE 07 COL 41 PIC 9(1)
               FROM WS-PRO-DIA-SEMANA TO WS-PRO-DIA-SEMANA.
           02 LINE 08 COL 02 VALUE "GENERO (BRANCO = TODOS): ".
           02 LINE 08 COL 27 PIC X(20)
               FROM WS-PRO-GENERO TO WS-PRO-GENERO.
           02 LINE 09 COL 02 VALUE "TITULOS (ZERO = TODOS): ".
           02 LINE 10 COL 02 PIC 9(6)
               FROM WS-PRO-TITULO(1) TO WS-PRO-TITULO(1).
           02 LINE 10 COL 10 PIC 9(6)
               FROM WS-PRO-TITULO(2) TO WS-PRO-TITULO(2).
           02 LINE 10 COL 18 PIC 9(6)
               FROM WS-PRO-TITULO(3) TO WS-PRO-TITULO(3).
           02 LINE 10 COL 26 PIC 9(6)
               FROM WS-PRO-TITULO(4) TO WS-PRO-TITULO(4).
           02 LINE 10 COL 34 PIC 9(6)
               FROM WS-PRO-TITULO(5) TO WS-PRO-TITULO(5).
           02 LINE 11 COL 02 PIC 9(6)
               FROM WS-PRO-TITULO(6) TO WS-PRO-TITULO(6).
           02 LINE 11 COL 10 PIC 9(6)
               FROM WS-PRO-TITULO(7) TO WS-PRO-TITULO(7).
           02 LINE 11 COL 18 PIC 9(6)
               FROM WS-PRO-TITULO(8) TO WS-PRO-TITULO(8).
           02 LINE 11 COL 26 PIC 9(6)
               FROM WS-PRO-TITULO(9) TO WS-PRO-TITULO(9).
           02 LINE 11 COL 34 PIC 9(6)
               FROM WS-PRO-TITULO(10) TO WS-PRO-TITULO(10).
           02 LINE 12 COL 02
               VALUE "LEVE N (N-ESIMO ALUGUEL DO DIA, 0 = TODOS): ".
           02 LINE 12 COL 47 PIC 9(1)
               FROM WS-PRO-QTD-LEVE TO WS-PRO-QTD-LEVE.
           02 LINE 13 COL 02 VALUE "TIPO (P-PERCENTUAL V-VALOR): ".
           02 LINE 13 COL 31 PIC X(1)
               FROM WS-PRO-TIPO-DESC TO WS-PRO-TIPO-DESC.
           02 LINE 14 COL 02 VALUE "PERCENTUAL: ".
           02 LINE 14 COL 14 PIC 999V99
               FROM WS-PRO-PERCENTUAL TO WS-PRO-PERCENTUAL.
           02 LINE 14 COL 25 VALUE "VALOR: ".
           02 LINE 14 COL 32 PIC 999V99
               FROM WS-PRO-VALOR TO WS-PRO-VALOR.
           02 LINE 15 COL 02 VALUE "ATIVA (S/N): ".
           02 LINE 15 COL 15 PIC X(1) FROM WS-PRO-ATIVA TO WS-PRO-ATIVA.
           02 LINE 17 COL 01 VALUE "******************************".
