       01 PATRIMONIOCOD.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PATRIMONIO DA COPIA".
           02 LINE 03 COL 02 VALUE "FILME: ".
           02 LINE 03 COL 13 PIC 9(6) TO CODIGO.
           02 LINE 04 COL 02 VALUE "COPIA: ".
           02 LINE 04 COL 13 PIC 9(2) TO WS-COPIA-SEL.
           02 LINE 06 COL 01 VALUE "******************************".
       01 PATRIMONIOTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PATRIMONIO DA COPIA".
           02 LINE 03 COL 02 VALUE "FILME: ".
           02 LINE 03 COL 13 PIC 9(6) FROM WS-PAT-CODIGO.
           02 LINE 03 COL 21 PIC X(40) FROM WS-FNOME.
           02 LINE 04 COL 02 VALUE "COPIA: ".
           02 LINE 04 COL 13 PIC Z9 FROM WS-PAT-COPIA.
           02 LINE 04 COL 17 VALUE "SITUACAO: ".
           02 LINE 04 COL 27 PIC X(1) FROM WS-PAT-SITUACAO.
           02 LINE 04 COL 30 VALUE "FILIAL: ".
           02 LINE 04 COL 38 PIC Z9 FROM WS-PAT-FILIAL.
           02 LINE 05 COL 02 VALUE "ALUGUEIS: ".
           02 LINE 05 COL 13 PIC ZZZZ9 FROM WS-PAT-QTD-ALUGUEIS.
           02 LINE 05 COL 20 VALUE "RECEITA: ".
           02 LINE 05 COL 29 PIC ZZZZZZ9.99 FROM WS-PAT-RECEITA.
           02 LINE 06 COL 02 VALUE "DEPRECIADO: ".
           02 LINE 06 COL 14 PIC ZZZZ9.99 FROM WS-PAT-DEPREC-ACUM.
           02 LINE 06 COL 24 VALUE "ATE: ".
           02 LINE 06 COL 29 PIC 9(6) FROM WS-PAT-DEPREC-MES.
           02 LINE 06 COL 37 VALUE "VALOR CONTABIL: ".
           02 LINE 06 COL 53 PIC ZZZZ9.99 FROM WS-PAT-CONTABIL.
           02 LINE 07 COL 02 VALUE "BAIXA: ".
           02 LINE 07 COL 13 PIC 9(8) FROM WS-PAT-BAIXA-DATA.
           02 LINE 07 COL 23 VALUE "VALOR: ".
           02 LINE 07 COL 30 PIC ZZZZ9.99 FROM WS-PAT-BAIXA-VALOR.
           02 LINE 09 COL 02 VALUE "DATA DE AQUISICAO: ".
           02 LINE 09 COL 22 PIC 9(8)
               FROM WS-PAT-AQUISICAO TO WS-PAT-AQUISICAO.
           02 LINE 10 COL 02 VALUE "CUSTO: ".
           02 LINE 10 COL 22 PIC 9(5)V99
               FROM WS-PAT-CUSTO TO WS-PAT-CUSTO.
           02 LINE 11 COL 02 VALUE "FORNECEDOR: ".
           02 LINE 11 COL 22 PIC 9(4)
               FROM WS-PAT-FORNECEDOR TO WS-PAT-FORNECEDOR.
           02 LINE 13 COL 01 VALUE "******************************".
