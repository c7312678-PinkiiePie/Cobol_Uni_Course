               05 WS-PAD-PONTOS-RESGATE PIC 9(3) VALUE 10.
               05 WS-PAD-PONTOS-PRAZO-DIAS PIC 9(3) VALUE 365.
               05 WS-PAD-GERACOES-JORNAL PIC 9(2) VALUE 7.
               05 WS-PAD-ALIQUOTA-ISS PIC 9(2)V99 VALUE 5.00.
               05 WS-PAD-INSCRICAO-MUN PIC 9(8) VALUE 0.
               05 WS-PAD-COD-SERVICO PIC 9(5) VALUE 03115.
               05 WS-PAD-LIQ-DEBITO PIC 9(2) VALUE 1.
               05 WS-PAD-LIQ-CREDITO PIC 9(2) VALUE 30.
               05 WS-PAD-LIQ-PIX PIC 9(2) VALUE 1.
               05 WS-PAD-LGPD-ANOS PIC 9(2) VALUE 5.
               05 WS-PAD-VALE-PRAZO-DIAS PIC 9(4) VALUE 365.
               05 WS-PAD-ASS-CARENCIA PIC 9(2) VALUE 10.
               05 WS-PAD-COMPRA-GIRO PIC 9(2) VALUE 6.
               05 WS-PAD-VIDA-UTIL PIC 9(3) VALUE 24.
               05 WS-PAD-REDIST-MINIMO PIC 9(2) VALUE 1.
               05 WS-PAD-TRANSITO-DIAS PIC 9(2) VALUE 3.
               05 WS-PAD-COM-PACOTE PIC 9(2)V99 VALUE 5.00.
               05 WS-PAD-COM-VENDA PIC 9(2)V99 VALUE 3.00.
               05 WS-PAD-COM-CLIENTE PIC 9(3)V99 VALUE 2.00.
               05 WS-PAD-COM-BONUS-QTD PIC 9(4) VALUE 300.
               05 WS-PAD-COM-BONUS-VALOR PIC 9(5)V99 VALUE 50.00.
               05 WS-PAD-ACORDO-PARCELAS PIC 9(2) VALUE 6.
               05 WS-PAD-ACORDO-TOLERANCIA PIC 9(2) VALUE 5.
               05 WS-PAD-BUREAU-CAUCAO PIC 9(3)V99 VALUE 30.00.
               05 WS-PAD-LIMITE-PF PIC 9(3) VALUE 5.
               05 WS-PAD-LIMITE-PJ PIC 9(3) VALUE 20.
               05 WS-PAD-RETENCAO-REL PIC 9(3) VALUE 90.
           COPY WS-PARAMETRO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-PAD-PONTOS-RESGATE TO WS-PAR-PONTOS-RESGATE.
           MOVE WS-PAD-PONTOS-PRAZO-DIAS TO WS-PAR-PONTOS-PRAZO-DIAS.
           MOVE WS-PAD-GERACOES-JORNAL TO WS-PAR-GERACOES-JORNAL.
           MOVE WS-PAD-ALIQUOTA-ISS TO WS-PAR-ALIQUOTA-ISS.
           MOVE WS-PAD-INSCRICAO-MUN TO WS-PAR-INSCRICAO-MUN.
           MOVE WS-PAD-COD-SERVICO TO WS-PAR-COD-SERVICO.
           MOVE WS-PAD-LIQ-DEBITO TO WS-PAR-LIQ-DEBITO.
           MOVE WS-PAD-LIQ-CREDITO TO WS-PAR-LIQ-CREDITO.
           MOVE WS-PAD-LIQ-PIX TO WS-PAR-LIQ-PIX.
           MOVE WS-PAD-LGPD-ANOS TO WS-PAR-LGPD-ANOS.
           MOVE WS-PAD-VALE-PRAZO-DIAS TO WS-PAR-VALE-PRAZO-DIAS.
           MOVE WS-PAD-ASS-CARENCIA TO WS-PAR-ASS-CARENCIA.
           MOVE WS-PAD-COMPRA-GIRO TO WS-PAR-COMPRA-GIRO.
           MOVE WS-PAD-VIDA-UTIL TO WS-PAR-VIDA-UTIL.
           MOVE WS-PAD-REDIST-MINIMO TO WS-PAR-REDIST-MINIMO.
           MOVE WS-PAD-TRANSITO-DIAS TO WS-PAR-TRANSITO-DIAS.
           MOVE WS-PAD-COM-PACOTE TO WS-PAR-COM-PACOTE.
           MOVE WS-PAD-COM-VENDA TO WS-PAR-COM-VENDA.
           MOVE WS-PAD-COM-CLIENTE TO WS-PAR-COM-CLIENTE.
           MOVE WS-PAD-COM-BONUS-QTD TO WS-PAR-COM-BONUS-QTD.
           MOVE WS-PAD-COM-BONUS-VALOR TO WS-PAR-COM-BONUS-VALOR.
           MOVE WS-PAD-ACORDO-PARCELAS TO WS-PAR-ACORDO-PARCELAS.
           MOVE WS-PAD-ACORDO-TOLERANCIA TO WS-PAR-ACORDO-TOLERANCIA.
           MOVE WS-PAD-BUREAU-CAUCAO TO WS-PAR-BUREAU-CAUCAO.
           MOVE WS-PAD-LIMITE-PF TO WS-PAR-LIMITE-PF.
           MOVE WS-PAD-LIMITE-PJ TO WS-PAR-LIMITE-PJ.
           MOVE WS-PAD-RETENCAO-REL TO WS-PAR-RETENCAO-REL.
           MOVE 'N' TO WS-ACHOU.
           OPEN INPUT ARQ-PARAM.
           IF WS-FS <> 0
              AND PAR-GERACOES-JORNAL > 0
               MOVE PAR-GERACOES-JORNAL TO WS-PAR-GERACOES-JORNAL
           END-IF.
           IF PAR-ALIQUOTA-ISS NUMERIC AND PAR-ALIQUOTA-ISS > 0
               MOVE PAR-ALIQUOTA-ISS TO WS-PAR-ALIQUOTA-ISS
           END-IF.
           IF PAR-INSCRICAO-MUN NUMERIC AND PAR-INSCRICAO-MUN > 0
               MOVE PAR-INSCRICAO-MUN TO WS-PAR-INSCRICAO-MUN
           END-IF.
           IF PAR-COD-SERVICO NUMERIC AND PAR-COD-SERVICO > 0
               MOVE PAR-COD-SERVICO TO WS-PAR-COD-SERVICO
           END-IF.
           IF PAR-LIQ-DEBITO NUMERIC AND PAR-LIQ-DEBITO > 0
               MOVE PAR-LIQ-DEBITO TO WS-PAR-LIQ-DEBITO
           END-IF.
           IF PAR-LIQ-CREDITO NUMERIC AND PAR-LIQ-CREDITO > 0
               MOVE PAR-LIQ-CREDITO TO WS-PAR-LIQ-CREDITO
           END-IF.
           IF PAR-LIQ-PIX NUMERIC AND PAR-LIQ-PIX > 0
               MOVE PAR-LIQ-PIX TO WS-PAR-LIQ-PIX
           END-IF.
           IF PAR-LGPD-ANOS NUMERIC AND PAR-LGPD-ANOS > 0
               MOVE PAR-LGPD-ANOS TO WS-PAR-LGPD-ANOS
           END-IF.
           IF PAR-VALE-PRAZO-DIAS NUMERIC AND PAR-VALE-PRAZO-DIAS > 0
               MOVE PAR-VALE-PRAZO-DIAS TO WS-PAR-VALE-PRAZO-DIAS
           END-IF.
           IF PAR-ASS-CARENCIA NUMERIC AND PAR-ASS-CARENCIA > 0
               MOVE PAR-ASS-CARENCIA TO WS-PAR-ASS-CARENCIA
           END-IF.
           IF PAR-COMPRA-GIRO NUMERIC AND PAR-COMPRA-GIRO > 0
               MOVE PAR-COMPRA-GIRO TO WS-PAR-COMPRA-GIRO
           END-IF.
           IF PAR-VIDA-UTIL NUMERIC AND PAR-VIDA-UTIL > 0
               MOVE PAR-VIDA-UTIL TO WS-PAR-VIDA-UTIL
           END-IF.
           IF PAR-REDIST-MINIMO NUMERIC AND PAR-REDIST-MINIMO > 0
               MOVE PAR-REDIST-MINIMO TO WS-PAR-REDIST-MINIMO
           END-IF.
           IF PAR-TRANSITO-DIAS NUMERIC AND PAR-TRANSITO-DIAS > 0
               MOVE PAR-TRANSITO-DIAS TO WS-PAR-TRANSITO-DIAS
           END-IF.
           IF PAR-COM-PACOTE NUMERIC AND PAR-COM-PACOTE > 0
               MOVE PAR-COM-PACOTE TO WS-PAR-COM-PACOTE
           END-IF.
           IF PAR-COM-VENDA NUMERIC AND PAR-COM-VENDA > 0
               MOVE PAR-COM-VENDA TO WS-PAR-COM-VENDA
           END-IF.
           IF PAR-COM-CLIENTE NUMERIC AND PAR-COM-CLIENTE > 0
               MOVE PAR-COM-CLIENTE TO WS-PAR-COM-CLIENTE
           END-IF.
           IF PAR-COM-BONUS-QTD NUMERIC AND PAR-COM-BONUS-QTD > 0
               MOVE PAR-COM-BONUS-QTD TO WS-PAR-COM-BONUS-QTD
           END-IF.
           IF PAR-COM-BONUS-VALOR NUMERIC AND PAR-COM-BONUS-VALOR > 0
               MOVE PAR-COM-BONUS-VALOR TO WS-PAR-COM-BONUS-VALOR
           END-IF.
           IF PAR-ACORDO-PARCELAS NUMERIC AND PAR-ACORDO-PARCELAS > 0
               MOVE PAR-ACORDO-PARCELAS TO WS-PAR-ACORDO-PARCELAS
           END-IF.
           IF PAR-ACORDO-TOLERANCIA NUMERIC
              AND PAR-ACORDO-TOLERANCIA > 0
               MOVE PAR-ACORDO-TOLERANCIA TO WS-PAR-ACORDO-TOLERANCIA
           END-IF.
           IF PAR-BUREAU-CAUCAO NUMERIC AND PAR-BUREAU-CAUCAO > 0
               MOVE PAR-BUREAU-CAUCAO TO WS-PAR-BUREAU-CAUCAO
           END-IF.
           IF PAR-LIMITE-PF NUMERIC AND PAR-LIMITE-PF > 0
               MOVE PAR-LIMITE-PF TO WS-PAR-LIMITE-PF
           END-IF.
           IF PAR-LIMITE-PJ NUMERIC AND PAR-LIMITE-PJ > 0
               MOVE PAR-LIMITE-PJ TO WS-PAR-LIMITE-PJ
           END-IF.
           IF PAR-RETENCAO-REL NUMERIC AND PAR-RETENCAO-REL > 0
               MOVE PAR-RETENCAO-REL TO WS-PAR-RETENCAO-REL
           END-IF.
       FIM-AVALIA.
           CONTINUE.
       END PROGRAM PARAMETROS.
