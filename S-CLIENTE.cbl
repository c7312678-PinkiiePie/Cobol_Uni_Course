           02 LINE 07 COL 02 VALUE "TELEFONE: ".
           02 LINE 07 COL 13 PIC X(15) FROM WS-TELEFONE.
           02 LINE 08 COL 02 VALUE "QTD ALUGUEIS: ".
           02 LINE 08 COL 17 PIC ZZ9 FROM WS-ALU-QTD.
           02 LINE 08 COL 25 VALUE "PLANO: ".
           02 LINE 08 COL 32 PIC Z9 FROM WS-ASS-PLANO.
           02 LINE 08 COL 36 VALUE "SITUACAO: ".
           02 LINE 08 COL 46 PIC X(1) FROM WS-ASS-SITUACAO.
           02 LINE 08 COL 49 VALUE "RENOVACAO: ".
           02 LINE 08 COL 60 PIC 9(8) FROM WS-ASS-RENOVACAO.
           02 LINE 09 COL 02 VALUE "FILME".
           02 LINE 09 COL 08 VALUE "COPIA".
           02 LINE 09 COL 15 VALUE "DEVOLUCAO ATE".
           02 LINE 10 COL 02 PIC Z(6) FROM WS-TA-FILME(1).
           02 LINE 10 COL 08 PIC Z(2) FROM WS-TA-COPIA(1).
           02 LINE 10 COL 15 PIC 9(8) FROM WS-TA-DEVOLUCAO(1).
           02 LINE 11 COL 02 PIC Z(6) FROM WS-TA-FILME(2).
           02 LINE 11 COL 08 PIC Z(2) FROM WS-TA-COPIA(2).
           02 LINE 11 COL 15 PIC 9(8) FROM WS-TA-DEVOLUCAO(2).
           02 LINE 12 COL 02 PIC Z(6) FROM WS-TA-FILME(3).
           02 LINE 12 COL 08 PIC Z(2) FROM WS-TA-COPIA(3).
           02 LINE 12 COL 15 PIC 9(8) FROM WS-TA-DEVOLUCAO(3).
           02 LINE 13 COL 02 PIC Z(6) FROM WS-TA-FILME(4).
           02 LINE 13 COL 08 PIC Z(2) FROM WS-TA-COPIA(4).
           02 LINE 13 COL 15 PIC 9(8) FROM WS-TA-DEVOLUCAO(4).
           02 LINE 14 COL 02 PIC Z(6) FROM WS-TA-FILME(5).
           02 LINE 14 COL 08 PIC Z(2) FROM WS-TA-COPIA(5).
           02 LINE 14 COL 15 PIC 9(8) FROM WS-TA-DEVOLUCAO(5).
           02 LINE 15 COL 02 VALUE "PONTOS: ".
           02 LINE 15 COL 10 PIC ZZZZ9 FROM WS-PONTOS.
           02 LINE 15 COL 17 VALUE "VALIDADE: ".
           02 LINE 15 COL 27 PIC 9(8) FROM WS-PONTOS-VALIDADE.
           02 LINE 15 COL 37 VALUE "MALA DIRETA: ".
           02 LINE 15 COL 50 PIC X(1) FROM WS-CONSENTE-MARKETING.
           02 LINE 16 COL 02 VALUE "BUREAU: ".
           02 LINE 16 COL 10 PIC X(1) FROM WS-BUREAU-SITUACAO.
           02 LINE 16 COL 17 VALUE "CONSULTA: ".
           02 LINE 16 COL 27 PIC 9(8) FROM WS-BUREAU-DATA.
           02 LINE 16 COL 37 VALUE "CONDICAO: ".
           02 LINE 16 COL 47 PIC X(1) FROM WS-BUREAU-CONDICAO.
           02 LINE 17 COL 01 VALUE "******************************".
