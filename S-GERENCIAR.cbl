           02 LINE 20 COL 03 VALUE "(18) OPERADORES".
           02 LINE 21 COL 03 VALUE "(19) FILA TRANSFERENCIA".
           02 LINE 22 COL 03 VALUE "(20) VOLTAR".
           02 LINE 03 COL 35 VALUE "(21) CALENDARIO".
           02 LINE 04 COL 35 VALUE "(22) PROMOCOES".
           02 LINE 05 COL 35 VALUE "(23) DEPENDENTES".
           02 LINE 06 COL 35 VALUE "(24) ESTORNO".
           02 LINE 07 COL 35 VALUE "(25) VALE-PRESENTE".
           02 LINE 08 COL 35 VALUE "(26) PLANOS".
           02 LINE 09 COL 35 VALUE "(27) ASSINATURA".
           02 LINE 10 COL 35 VALUE "(28) FORNECEDORES".
           02 LINE 11 COL 35 VALUE "(29) PEDIDO DE COMPRA".
           02 LINE 12 COL 35 VALUE "(30) RECEBER COMPRA".
           02 LINE 13 COL 35 VALUE "(31) PATRIMONIO COPIA".
           02 LINE 14 COL 35 VALUE "(32) REDISTRIBUICAO".
           02 LINE 15 COL 35 VALUE "(33) FAIXAS DE PRECO".
           02 LINE 16 COL 35 VALUE "(34) CHEGADA MALOTE".
           02 LINE 17 COL 35 VALUE "(35) ROMANEIO".
           02 LINE 18 COL 35 VALUE "(36) ACORDO DE DIVIDA".
           02 LINE 19 COL 35 VALUE "(37) RELATORIOS GUARDADOS".
           02 LINE 24 COL 03 VALUE "OPCAO: ".
           02 LINE 24 COL 11 PIC 9(2) TO OP.
           02 LINE 26 COL 01 VALUE "******************************".
