           02 LINE 09 COL 34 PIC 9(2) FROM LOG-FILIAL.
           02 LINE 09 COL 38 VALUE "PRAZO: ".
           02 LINE 09 COL 45 PIC ZZ9 FROM LOG-PRAZO.
           02 LINE 10 COL 02 VALUE "DESCONTO: ".
           02 LINE 10 COL 14 PIC ZZZZ9.99 FROM LOG-DESCONTO.
           02 LINE 10 COL 26 VALUE "PROMOCAO: ".
           02 LINE 10 COL 36 PIC Z(4) FROM LOG-PROMOCAO.
           02 LINE 11 COL 02 VALUE "PAGAMENTO: ".
           02 LINE 11 COL 14 PIC X(8) FROM WS-FORMA-DESC.
           02 LINE 11 COL 26 VALUE "NSU: ".
           02 LINE 11 COL 31 PIC X(12) FROM LOG-NSU.
           02 LINE 11 COL 45 VALUE "DEPENDENTE: ".
           02 LINE 11 COL 57 PIC Z9 FROM LOG-DEPENDENTE.
           02 LINE 12 COL 02 VALUE "COPIA: ".
           02 LINE 12 COL 14 PIC Z9 FROM LOG-COPIA.
           02 LINE 12 COL 26 VALUE "ESTORNO DE: ".
           02 LINE 12 COL 38 PIC X(17) FROM WS-LOG-REF.
           02 LINE 13 COL 01 VALUE "******************************".
