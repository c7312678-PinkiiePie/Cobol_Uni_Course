           02 LINE 12 COL 02 VALUE "GERACOES DE JORNAL: ".
           02 LINE 12 COL 24 PIC Z9 FROM WS-PAR-GERACOES-JORNAL.
           02 LINE 12 COL 34 PIC 9(2) TO WS-PRM-GERACOES.
           02 LINE 04 COL 44 VALUE "ALIQUOTA ISS (%): ".
           02 LINE 04 COL 64 PIC Z9.99 FROM WS-PAR-ALIQUOTA-ISS.
           02 LINE 04 COL 72 PIC 9(2)V99 TO WS-PRM-ISS.
           02 LINE 05 COL 44 VALUE "PRAZO DEBITO (D+): ".
           02 LINE 05 COL 64 PIC Z9 FROM WS-PAR-LIQ-DEBITO.
           02 LINE 05 COL 72 PIC 9(2) TO WS-PRM-LIQ-DEB.
           02 LINE 06 COL 44 VALUE "PRAZO CREDITO (D+): ".
           02 LINE 06 COL 64 PIC Z9 FROM WS-PAR-LIQ-CREDITO.
           02 LINE 06 COL 72 PIC 9(2) TO WS-PRM-LIQ-CRED.
           02 LINE 07 COL 44 VALUE "PRAZO PIX (D+): ".
           02 LINE 07 COL 64 PIC Z9 FROM WS-PAR-LIQ-PIX.
           02 LINE 07 COL 72 PIC 9(2) TO WS-PRM-LIQ-PIX.
           02 LINE 08 COL 44 VALUE "ANOS P/ ANONIMIZAR: ".
           02 LINE 08 COL 64 PIC Z9 FROM WS-PAR-LGPD-ANOS.
           02 LINE 08 COL 72 PIC 9(2) TO WS-PRM-LGPD.
           02 LINE 09 COL 44 VALUE "VALIDADE VALE (DIAS): ".
           02 LINE 09 COL 66 PIC ZZZ9 FROM WS-PAR-VALE-PRAZO-DIAS.
           02 LINE 09 COL 72 PIC 9(4) TO WS-PRM-VALE.
           02 LINE 10 COL 44 VALUE "CARENCIA PLANO (DIAS): ".
           02 LINE 10 COL 67 PIC Z9 FROM WS-PAR-ASS-CARENCIA.
           02 LINE 10 COL 72 PIC 9(2) TO WS-PRM-ASS.
           02 LINE 11 COL 44 VALUE "GIRO P/ COMPRA (30D): ".
           02 LINE 11 COL 67 PIC Z9 FROM WS-PAR-COMPRA-GIRO.
           02 LINE 11 COL 72 PIC 9(2) TO WS-PRM-GIRO.
           02 LINE 12 COL 44 VALUE "VIDA UTIL (MESES): ".
           02 LINE 12 COL 66 PIC ZZ9 FROM WS-PAR-VIDA-UTIL.
           02 LINE 12 COL 72 PIC 9(3) TO WS-PRM-VIDA.
           02 LINE 13 COL 44 VALUE "MINIMO POR FILIAL: ".
           02 LINE 13 COL 67 PIC Z9 FROM WS-PAR-REDIST-MINIMO.
           02 LINE 13 COL 72 PIC 9(2) TO WS-PRM-REDIST.
           02 LINE 14 COL 44 VALUE "DIAS EM TRANSITO: ".
           02 LINE 14 COL 67 PIC Z9 FROM WS-PAR-TRANSITO-DIAS.
           02 LINE 14 COL 72 PIC 9(2) TO WS-PRM-TRANSITO.
           02 LINE 13 COL 02 VALUE "COMISSAO PACOTE (%): ".
           02 LINE 13 COL 24 PIC Z9.99 FROM WS-PAR-COM-PACOTE.
           02 LINE 13 COL 34 PIC 9(2)V99 TO WS-PRM-COM-PAC.
           02 LINE 14 COL 02 VALUE "COMISSAO VENDA (%): ".
           02 LINE 14 COL 24 PIC Z9.99 FROM WS-PAR-COM-VENDA.
           02 LINE 14 COL 34 PIC 9(2)V99 TO WS-PRM-COM-VENDA.
           02 LINE 15 COL 02 VALUE "COMISSAO P/ CLIENTE: ".
           02 LINE 15 COL 24 PIC ZZ9.99 FROM WS-PAR-COM-CLIENTE.
           02 LINE 15 COL 34 PIC 9(3)V99 TO WS-PRM-COM-CLI.
           02 LINE 15 COL 44 VALUE "ALUGUEIS P/ BONUS: ".
           02 LINE 15 COL 66 PIC ZZZ9 FROM WS-PAR-COM-BONUS-QTD.
           02 LINE 15 COL 72 PIC 9(4) TO WS-PRM-BONUS-QTD.
           02 LINE 16 COL 44 VALUE "VALOR DO BONUS: ".
           02 LINE 16 COL 63 PIC ZZZZ9.99 FROM WS-PAR-COM-BONUS-VALOR.
           02 LINE 16 COL 72 PIC 9(5)V99 TO WS-PRM-BONUS-VAL.
           02 LINE 16 COL 02 VALUE "PARCELAS DE ACORDO: ".
           02 LINE 16 COL 24 PIC Z9 FROM WS-PAR-ACORDO-PARCELAS.
           02 LINE 16 COL 34 PIC 9(2) TO WS-PRM-ACO-PARC.
           02 LINE 17 COL 02 VALUE "TOLERANCIA ACORDO: ".
           02 LINE 17 COL 24 PIC Z9 FROM WS-PAR-ACORDO-TOLERANCIA.
           02 LINE 17 COL 34 PIC 9(2) TO WS-PRM-ACO-TOL.
           02 LINE 17 COL 44 VALUE "CAUCAO RESTRICAO: ".
           02 LINE 17 COL 63 PIC ZZ9.99 FROM WS-PAR-BUREAU-CAUCAO.
           02 LINE 17 COL 72 PIC 9(3)V99 TO WS-PRM-BUR-CAUCAO.
           02 LINE 18 COL 02 VALUE "TITULOS CLIENTE PF: ".
           02 LINE 18 COL 24 PIC ZZ9 FROM WS-PAR-LIMITE-PF.
           02 LINE 18 COL 34 PIC 9(3) TO WS-PRM-LIMITE-PF.
           02 LINE 18 COL 44 VALUE "TITULOS CLIENTE PJ: ".
           02 LINE 18 COL 66 PIC ZZ9 FROM WS-PAR-LIMITE-PJ.
           02 LINE 18 COL 72 PIC 9(3) TO WS-PRM-LIMITE-PJ.
           02 LINE 19 COL 02 VALUE "RETENCAO RELAT (DIAS): ".
           02 LINE 19 COL 26 PIC ZZ9 FROM WS-PAR-RETENCAO-REL.
           02 LINE 19 COL 34 PIC 9(3) TO WS-PRM-RETENCAO.
           02 LINE 19 COL 44 VALUE "INSCR. MUNICIPAL: ".
           02 LINE 19 COL 63 PIC ZZZZZZZ9 FROM WS-PAR-INSCRICAO-MUN.
           02 LINE 19 COL 72 PIC 9(8) TO WS-PRM-INSCRICAO.
           02 LINE 20 COL 44 VALUE "COD. SERVICO ISS: ".
           02 LINE 20 COL 66 PIC ZZZZ9 FROM WS-PAR-COD-SERVICO.
           02 LINE 20 COL 72 PIC 9(5) TO WS-PRM-SERVICO.
           02 LINE 20 COL 02 VALUE "VIGENCIA DOS NOVOS VALORES".
           02 LINE 21 COL 02 VALUE "(AAAAMMDD, 0 = SO CONSULTA): ".
           02 LINE 21 COL 34 PIC 9(8) TO WS-PRM-VIGENCIA.
           02 LINE 23 COL 01 VALUE "******************************".
