           05 PAR-PONTOS-RESGATE PIC 9(3).
           05 PAR-PONTOS-PRAZO-DIAS PIC 9(3).
           05 PAR-GERACOES-JORNAL PIC 9(2).
           05 PAR-ALIQUOTA-ISS PIC 9(2)V99.
           05 PAR-INSCRICAO-MUN PIC 9(8).
           05 PAR-COD-SERVICO PIC 9(5).
           05 PAR-LIQ-DEBITO PIC 9(2).
           05 PAR-LIQ-CREDITO PIC 9(2).
           05 PAR-LIQ-PIX PIC 9(2).
           05 PAR-LGPD-ANOS PIC 9(2).
           05 PAR-VALE-PRAZO-DIAS PIC 9(4).
           05 PAR-ASS-CARENCIA PIC 9(2).
           05 PAR-COMPRA-GIRO PIC 9(2).
           05 PAR-VIDA-UTIL PIC 9(3).
           05 PAR-REDIST-MINIMO PIC 9(2).
           05 PAR-TRANSITO-DIAS PIC 9(2).
           05 PAR-COM-PACOTE PIC 9(2)V99.
           05 PAR-COM-VENDA PIC 9(2)V99.
           05 PAR-COM-CLIENTE PIC 9(3)V99.
           05 PAR-COM-BONUS-QTD PIC 9(4).
           05 PAR-COM-BONUS-VALOR PIC 9(5)V99.
           05 PAR-ACORDO-PARCELAS PIC 9(2).
           05 PAR-ACORDO-TOLERANCIA PIC 9(2).
           05 PAR-BUREAU-CAUCAO PIC 9(3)V99.
           05 PAR-LIMITE-PF PIC 9(3).
           05 PAR-LIMITE-PJ PIC 9(3).
           05 PAR-RETENCAO-REL PIC 9(3).
