           77 data2 PIC 9(8).
           77 ndias PIC 9(4).
           77 res-dias PIC S9(5).
           77 res-dias-corridos PIC S9(5).
           77 res-data-corrida PIC 9(8).
           77 filial-cal PIC 9(2).
           77 res-data-calc PIC 9(8).
           77 wdata PIC 9(8).
           77 wdata-ok PIC X.
           77 WS-ORC-V7 PIC 9(5)V99.
           77 WS-ORC-P10 PIC 9(5)V99.
           77 WS-ORC-P20 PIC 9(5)V99.
           77 WS-ACO-PRIMEIRA PIC 9(2).
           77 WS-ACO-PARCELA PIC 9(5)V99.
           77 WS-ACO-ULTIMA PIC 9(5)V99.
           77 WS-ACO-VENC-INI PIC 9(8).
           77 WS-ACO-VENC-FIM PIC 9(8).
           COPY WS-PARAMETRO.
           COPY WS-CALENDARIO.
           COPY WS-ACORDO.
           01 HIST-DET-ORC.
               05 FILLER PIC X(4) VALUE "ORC ".
               05 HO-CODIGO PIC 9(6).
               05 HO-V7 PIC ZZZZ9.99.
               05 FILLER PIC X(7) VALUE " MULTA ".
               05 HO-MULTA PIC ZZ9.99.
           01 HIST-DET-ACO.
               05 FILLER PIC X(7) VALUE "ACORDO ".
               05 HA-TOTAL PIC ZZZZZZ9.99.
               05 FILLER PIC X(5) VALUE " ENT ".
               05 HA-ENTRADA PIC ZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 HA-QTD PIC Z9.
               05 FILLER PIC X(2) VALUE "X ".
               05 HA-PARCELA PIC ZZZZ9.99.
               05 FILLER PIC X(4) VALUE " 1O ".
               05 HA-VENC PIC 9(8).
        SCREEN SECTION.
           01 menu-principal.
               02 BLANK SCREEN.
               02 LINE 11 COL 03 VALUE "(5) HISTORICO".
               02 LINE 12 COL 03 VALUE "(6) DATAS".
               02 LINE 13 COL 03 VALUE "(7) ORCAMENTO DE ALUGUEL".
               02 LINE 14 COL 03 VALUE "(8) SIMULAR ACORDO".
               02 LINE 15 COL 03 VALUE "(9) SAIR".
               02 LINE 16 COL 03 PIC X TO op.
               02 LINE 18 COL 01 VALUE "******************************".
            01 SOMA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 07 COL 23 PIC 9(8) TO data2.
               02 LINE 08 COL 03 VALUE "DIAS A SOMAR: ".
               02 LINE 08 COL 23 PIC 9(4) TO ndias.
               02 LINE 09 COL 03 VALUE "FILIAL (00 = REDE): ".
               02 LINE 09 COL 23 PIC 9(2) TO filial-cal.
               02 LINE 10 COL 01 VALUE "******************************".
            01 DATAS-DIF.
               02 BLANK SCREEN.
               02 LINE 03 COL 03 VALUE "DIFERENCA: ".
               02 LINE 03 COL 15 PIC -(4)9 FROM res-dias.
               02 LINE 03 COL 22 VALUE "DIAS".
               02 LINE 04 COL 03 VALUE "CORRIDOS:  ".
               02 LINE 04 COL 15 PIC -(4)9 FROM res-dias-corridos.
               02 LINE 04 COL 22 VALUE "(COM DIAS FECHADOS)".
               02 LINE 05 COL 03 PIC Z(1) TO sair.
               02 LINE 06 COL 01 VALUE "******************************".
            01 DATAS-SOMA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 02 COL 08 VALUE "DATA MAIS N DIAS".
               02 LINE 03 COL 03 VALUE "RESULTADO: ".
               02 LINE 03 COL 15 PIC 9(8) FROM res-data-calc.
               02 LINE 04 COL 03 VALUE "CORRIDO:   ".
               02 LINE 04 COL 15 PIC 9(8) FROM res-data-corrida.
               02 LINE 04 COL 24 VALUE "(SEM PULAR DIA FECHADO)".
               02 LINE 05 COL 03 PIC Z(1) TO sair.
               02 LINE 06 COL 01 VALUE "******************************".
            01 DATAS-ERRO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 03 COL 03 VALUE "FILME NAO ENCONTRADO".
               02 LINE 04 COL 03 PIC Z(1) TO sair.
               02 LINE 05 COL 01 VALUE "******************************".
            01 ACORDO-TELA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 02 COL 08 VALUE "SIMULACAO DE ACORDO".
               02 LINE 03 COL 03 VALUE "SALDO DEVEDOR: ".
               02 LINE 03 COL 29 PIC 9(7)V99 TO WS-ACD-SALDO.
               02 LINE 04 COL 03 VALUE "DESCONTO NA MULTA: ".
               02 LINE 04 COL 29 PIC 9(5)V99 TO WS-ACD-DESCONTO.
               02 LINE 05 COL 03 VALUE "ENTRADA: ".
               02 LINE 05 COL 29 PIC 9(5)V99 TO WS-ACD-ENTRADA.
               02 LINE 06 COL 03 VALUE "PARCELAS: ".
               02 LINE 06 COL 29 PIC 9(2) TO WS-ACD-QTD-PARCELAS.
               02 LINE 07 COL 03 VALUE "1O VENC. (0 = 30 DIAS): ".
               02 LINE 07 COL 29 PIC 9(8) TO WS-ACD-PRIMEIRO-VENC.
               02 LINE 09 COL 01 VALUE "******************************".
            01 ACORDO-RES.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 02 COL 08 VALUE "SIMULACAO DE ACORDO".
               02 LINE 03 COL 03 VALUE "TOTAL DO ACORDO: ".
               02 LINE 03 COL 24 PIC ZZZZZZ9.99 FROM WS-ACD-TOTAL.
               02 LINE 04 COL 03 VALUE "ENTRADA: ".
               02 LINE 04 COL 27 PIC ZZZZ9.99 FROM WS-ACD-ENTRADA.
               02 LINE 05 COL 03 VALUE "PARCELAS: ".
               02 LINE 05 COL 14 PIC Z9 FROM WS-ACD-QTD-PARCELAS.
               02 LINE 05 COL 17 VALUE "DE".
               02 LINE 05 COL 27 PIC ZZZZ9.99 FROM WS-ACO-PARCELA.
               02 LINE 06 COL 03 VALUE "ULTIMA PARCELA: ".
               02 LINE 06 COL 27 PIC ZZZZ9.99 FROM WS-ACO-ULTIMA.
               02 LINE 07 COL 03 VALUE "PRIMEIRO VENCIMENTO: ".
               02 LINE 07 COL 27 PIC 9(8) FROM WS-ACO-VENC-INI.
               02 LINE 08 COL 03 VALUE "ULTIMO VENCIMENTO: ".
               02 LINE 08 COL 27 PIC 9(8) FROM WS-ACO-VENC-FIM.
               02 LINE 09 COL 03 PIC Z(1) TO sair.
               02 LINE 10 COL 01 VALUE "******************************".
            01 ACORDO-ERRO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
               02 LINE 02 COL 08 VALUE "SIMULACAO DE ACORDO".
               02 LINE 03 COL 03 PIC X(40) FROM WS-ACD-MENSAGEM.
               02 LINE 04 COL 03 PIC Z(1) TO sair.
               02 LINE 05 COL 01 VALUE "******************************".
            01 HISTORICO-VAZIO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******************************".
                WHEN 7
                   PERFORM MODO-ORCAMENTO THRU FIM-MODO-ORC
                   GO TO INICIO
                WHEN 8
                   PERFORM MODO-ACORDO THRU FIM-MODO-ACORDO
                   GO TO INICIO
                WHEN OTHER
                   CLOSE ARQ-HIST
                   STOP RUN
           ACCEPT ORCAMENTO-RES.
       FIM-MODO-ORC.
           CONTINUE.
       MODO-ACORDO.
      *    MESMO CALCULO DO ACORDO DE DIVIDA DO BALCAO - NADA E GRAVADO
      *    ALEM DO HISTORICO
           MOVE ZEROES TO WS-ACD-SALDO.
           MOVE ZEROES TO WS-ACD-DESCONTO.
           MOVE ZEROES TO WS-ACD-ENTRADA.
           MOVE ZEROES TO WS-ACD-QTD-PARCELAS.
           MOVE ZEROES TO WS-ACD-PRIMEIRO-VENC.
           DISPLAY ACORDO-TELA.
           ACCEPT ACORDO-TELA.
           IF WS-ACD-SALDO = 0
               GO TO FIM-MODO-ACORDO
           END-IF.
           MOVE 'S' TO WS-ACD-FUNCAO.
           MOVE SPACES TO WS-ACD-CPF.
           MOVE ZEROES TO WS-ACD-DATA.
           MOVE 9 TO WS-ACD-RC.
           MOVE "MODULO ACORDO NAO ENCONTRADO" TO WS-ACD-MENSAGEM.
           CALL "ACORDO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO ACORDO NAO ENCONTRADO"
           END-CALL.
           IF WS-ACD-RC NOT = 0
               DISPLAY ACORDO-ERRO
               ACCEPT ACORDO-ERRO
               GO TO FIM-MODO-ACORDO
           END-IF.
           MOVE 1 TO WS-ACO-PRIMEIRA.
           IF WS-ACD-ENTRADA > 0
               MOVE 2 TO WS-ACO-PRIMEIRA
           END-IF.
           MOVE WS-ACD-PAR-VALOR(WS-ACO-PRIMEIRA) TO WS-ACO-PARCELA.
           MOVE WS-ACD-PAR-VENC(WS-ACO-PRIMEIRA) TO WS-ACO-VENC-INI.
           MOVE WS-ACD-PAR-VALOR(WS-ACD-QTD) TO WS-ACO-ULTIMA.
           MOVE WS-ACD-PAR-VENC(WS-ACD-QTD) TO WS-ACO-VENC-FIM.
           MOVE WS-ACD-TOTAL TO HA-TOTAL.
           MOVE WS-ACD-ENTRADA TO HA-ENTRADA.
           MOVE WS-ACD-QTD-PARCELAS TO HA-QTD.
           MOVE WS-ACO-PARCELA TO HA-PARCELA.
           MOVE WS-ACO-VENC-INI TO HA-VENC.
           MOVE HIST-DET-ACO TO HIST-LINHA.
           WRITE HIST-LINHA.
           DISPLAY ACORDO-RES.
           ACCEPT ACORDO-RES.
       FIM-MODO-ACORDO.
           CONTINUE.
       MODO-DATAS.
           MOVE ZEROES TO opd.
           MOVE ZEROES TO data1.
           MOVE ZEROES TO data2.
           MOVE ZEROES TO ndias.
           MOVE ZEROES TO filial-cal.
           DISPLAY DATAS-TELA.
           ACCEPT DATAS-TELA.
           EVALUATE opd
                       ACCEPT DATAS-ERRO
                       GO TO FIM-MODO-DATAS
                   END-IF
                   COMPUTE res-dias-corridos =
                       FUNCTION INTEGER-OF-DATE(data1)
                       - FUNCTION INTEGER-OF-DATE(data2)
      *            DIA DE LOJA FECHADA NAO CONTA - MESMA CONTA DO
      *            ATRASO NA DEVOLUCAO
                   MOVE 'A' TO WS-CAL-FUNCAO
                   IF data1 >= data2
                       MOVE data2 TO WS-CAL-DATA-INI
                       MOVE data1 TO WS-CAL-DATA-FIM
                   ELSE
                       MOVE data1 TO WS-CAL-DATA-INI
                       MOVE data2 TO WS-CAL-DATA-FIM
                   END-IF
                   PERFORM CHAMA-CALENDARIO
                   IF data1 >= data2
                       MOVE WS-CAL-DIAS TO res-dias
                   ELSE
                       COMPUTE res-dias = 0 - WS-CAL-DIAS
                   END-IF
                   MOVE data1 TO HD-DATA1
                   MOVE data2 TO HD-DATA2
                   MOVE res-dias TO HD-DIAS
                       ACCEPT DATAS-ERRO
                       GO TO FIM-MODO-DATAS
                   END-IF
                   COMPUTE res-data-corrida =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(data1) + ndias)
      *            VENCIMENTO EM DIA FECHADO VAI PARA O PROXIMO ABERTO
                   MOVE 'P' TO WS-CAL-FUNCAO
                   MOVE res-data-corrida TO WS-CAL-DATA-INI
                   MOVE ZEROES TO WS-CAL-DATA-FIM
                   PERFORM CHAMA-CALENDARIO
                   MOVE WS-CAL-DATA-RES TO res-data-calc
                   MOVE data1 TO HS-DATA1
                   MOVE ndias TO HS-DIAS
                   MOVE res-data-calc TO HS-DATA2
           END-EVALUATE.
       FIM-MODO-DATAS.
           CONTINUE.
       CHAMA-CALENDARIO.
      *    SEM O MODULO VALE A CONTAGEM CORRIDA
           MOVE filial-cal TO WS-CAL-FILIAL.
           MOVE WS-CAL-DATA-INI TO WS-CAL-DATA-RES.
           MOVE ZEROES TO WS-CAL-DIAS.
           IF WS-CAL-DATA-FIM > WS-CAL-DATA-INI
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-INI)
           END-IF.
           CALL "CALENDARIO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO CALENDARIO NAO ENCONTRADO"
           END-CALL.
       VALIDA-DATA.
           MOVE 'S' TO wdata-ok.
           MOVE wdata TO WDATA-DET.
