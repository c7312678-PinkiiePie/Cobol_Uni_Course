           02 LINE 04 COL 13 PIC Z(6) FROM CODIGO.
           02 LINE 04 COL 18 PIC X(40) FROM FNOME.
           02 LINE 04 COL 59 VALUE "COPIA: ".
           02 LINE 04 COL 66 PIC Z(2) FROM WS-ALU-COPIA.
           02 LINE 05 COL 02 VALUE "DATA ALUGUEL: ".
           02 LINE 05 COL 17 PIC 9(8) FROM WS-ALU-DATA-ALUGUEL.
           02 LINE 06 COL 02 VALUE "DEVOLUCAO ATE: ".
           02 LINE 06 COL 17 PIC 9(8) FROM WS-ALU-DATA-DEVOLUCAO.
           02 LINE 06 COL 30 VALUE "PRAZO (DIAS): ".
           02 LINE 06 COL 44 PIC ZZ9 FROM WS-PRAZO-ESCOLHIDO.
           02 LINE 07 COL 02 VALUE "VALOR DIARIA: ".
           02 LINE 10 COL 19 PIC ZZZZ9 FROM WS-PONTOS.
           02 LINE 10 COL 30 VALUE "CAUCAO: ".
           02 LINE 10 COL 38 PIC ZZZZ9.99 FROM WS-CAUCAO-COBRADA.
           02 LINE 11 COL 02 VALUE "PROMOCAO: ".
           02 LINE 11 COL 12 PIC X(30) FROM WS-PRO-APLICADA.
           02 LINE 11 COL 44 VALUE "DESCONTO: ".
           02 LINE 11 COL 54 PIC ZZZZ9.99 FROM WS-DESCONTO.
           02 LINE 12 COL 02 VALUE "RETIRADO POR: ".
           02 LINE 12 COL 16 PIC X(40) FROM WS-RETIRA-NOME.
           02 LINE 12 COL 57 PIC X(14) FROM WS-RETIRA-DOC.
           02 LINE 13 COL 02 VALUE "PAGO COM VALE: ".
           02 LINE 13 COL 17 PIC ZZZZ9.99 FROM WS-VP-USO.
           02 LINE 13 COL 30 VALUE "SALDO DO VALE: ".
           02 LINE 13 COL 45 PIC ZZZZ9.99 FROM WS-VP-SALDO-REST.
           02 LINE 14 COL 01 VALUE "******************************".
