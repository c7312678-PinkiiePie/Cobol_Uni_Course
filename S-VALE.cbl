       01 VALEVENDA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "VALE-PRESENTE".
           02 LINE 03 COL 02 VALUE "NUMERO DO CARTAO: ".
           02 LINE 03 COL 21 PIC X(12) TO WS-VP-NUMERO.
           02 LINE 04 COL 02 VALUE "VALOR (0 = CONSULTA): ".
           02 LINE 04 COL 25 PIC 9(5)V99 TO WS-VP-VALOR.
           02 LINE 05 COL 02
               VALUE "FORMA (1-DINHEIRO 2-DEBITO 3-CREDITO 4-PIX): ".
           02 LINE 05 COL 48 PIC 9(1) TO WS-FORMA-PAGTO.
           02 LINE 06 COL 02 VALUE "NSU (CARTAO/PIX): ".
           02 LINE 06 COL 21 PIC X(12) TO WS-NSU.
           02 LINE 08 COL 01 VALUE "******************************".
       01 VALECONSULTA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "VALE-PRESENTE".
           02 LINE 03 COL 02 VALUE "CARTAO: ".
           02 LINE 03 COL 14 PIC X(12) FROM VP-NUMERO.
           02 LINE 04 COL 02 VALUE "EMISSAO: ".
           02 LINE 04 COL 14 PIC 9(8) FROM VP-EMISSAO.
           02 LINE 04 COL 26 VALUE "FILIAL: ".
           02 LINE 04 COL 34 PIC 9(2) FROM VP-FILIAL.
           02 LINE 05 COL 02 VALUE "VALOR: ".
           02 LINE 05 COL 14 PIC ZZZZ9.99 FROM VP-VALOR.
           02 LINE 06 COL 02 VALUE "SALDO: ".
           02 LINE 06 COL 14 PIC ZZZZ9.99 FROM VP-SALDO.
           02 LINE 07 COL 02 VALUE "VALIDADE: ".
           02 LINE 07 COL 14 PIC 9(8) FROM VP-VALIDADE.
           02 LINE 08 COL 02 VALUE "SITUACAO: ".
           02 LINE 08 COL 14 PIC X(12) FROM WS-VP-SITUACAO-DESC.
           02 LINE 09 COL 02 VALUE "ULTIMO USO: ".
           02 LINE 09 COL 14 PIC 9(8) FROM VP-ULT-USO.
           02 LINE 11 COL 01 VALUE "******************************".
