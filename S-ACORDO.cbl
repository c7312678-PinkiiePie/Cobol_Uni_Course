       01 ACORDOC.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "ACORDO DE DIVIDA".
           02 LINE 03 COL 02 VALUE "CPF: ".
           02 LINE 03 COL 13 PIC X(20) TO CCPF.
           02 LINE 05 COL 01 VALUE "******************************".
       01 ACORDOTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "ACORDO DE DIVIDA".
           02 LINE 03 COL 02 VALUE "CPF/CNPJ: ".
           02 LINE 03 COL 13 PIC X(14) FROM CCPF.
           02 LINE 04 COL 02 VALUE "NOME: ".
           02 LINE 04 COL 13 PIC X(40) FROM WS-NOME.
           02 LINE 05 COL 02 VALUE "SALDO DEVEDOR: ".
           02 LINE 05 COL 18 PIC -(7)9.99 FROM CONTA-SALDO.
           02 LINE 07 COL 02 VALUE "DESCONTO NA MULTA: ".
           02 LINE 07 COL 30 PIC 9(5)V99 TO WS-ACD-DESCONTO.
           02 LINE 08 COL 02 VALUE "ENTRADA: ".
           02 LINE 08 COL 30 PIC 9(5)V99 TO WS-ACD-ENTRADA.
           02 LINE 09 COL 02 VALUE "QUANTIDADE DE PARCELAS: ".
           02 LINE 09 COL 30 PIC 9(2) TO WS-ACD-QTD-PARCELAS.
           02 LINE 10 COL 02 VALUE "1O VENCIMENTO (AAAAMMDD): ".
           02 LINE 10 COL 30 PIC 9(8) TO WS-ACD-PRIMEIRO-VENC.
           02 LINE 11 COL 02 VALUE "     (0 = DAQUI A 30 DIAS)".
           02 LINE 12 COL 02 VALUE "PARCELAS POR BOLETO (S/N): ".
           02 LINE 12 COL 30 PIC X(1)
               FROM WS-ACD-BOLETO TO WS-ACD-BOLETO.
           02 LINE 14 COL 01 VALUE "******************************".
