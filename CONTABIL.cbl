                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
                   MOVE "MU" TO WS-NATUREZA
               WHEN 'P'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   EVALUATE LOG-FORMA-PAGTO
                       WHEN 5
      *                    PAGO COM VALE - BAIXA O PASSIVO DO VALE
                           MOVE "PV" TO WS-NATUREZA
                       WHEN 6
      *                    DESCONTO DE ACORDO - BAIXA SEM RECEBIMENTO
                           MOVE "DA" TO WS-NATUREZA
                       WHEN OTHER
                           MOVE "PG" TO WS-NATUREZA
                   END-EVALUATE
               WHEN 'H'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "VP" TO WS-NATUREZA
               WHEN 'L'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "VV" TO WS-NATUREZA
               WHEN 'S'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "RE" TO WS-NATUREZA
               WHEN 'V'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "VC" TO WS-NATUREZA
               WHEN 'O'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "AS" TO WS-NATUREZA
               WHEN 'U'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "CA" TO WS-NATUREZA
               WHEN 'W'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "DC" TO WS-NATUREZA
               WHEN 'K'
                   PERFORM NATUREZA-ESTORNO
               WHEN OTHER
                   GO TO FIM-TRATA-MOVIMENTO
           END-EVALUATE.
               WS-HASH-DATAS + LOG-DATA, 100000000000000).
       FIM-TRATA-MOVIMENTO.
           CONTINUE.
       NATUREZA-ESTORNO.
      *    ESTORNO SAI COM NATUREZA PROPRIA PARA O LANCAMENTO INVERSO;
      *    RESGATE DE PONTOS NAO TEM VALOR E FICA DE FORA
           EVALUATE LOG-ORIGEM-TIPO
               WHEN 'A'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "EA" TO WS-NATUREZA
               WHEN 'N'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "EA" TO WS-NATUREZA
               WHEN 'D'
                   MOVE LOG-MULTA TO WS-VALOR-EVENTO
                   MOVE "EM" TO WS-NATUREZA
               WHEN 'P'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   IF LOG-FORMA-PAGTO = 5
                       MOVE "EV" TO WS-NATUREZA
                   ELSE
                       MOVE "EP" TO WS-NATUREZA
                   END-IF
               WHEN 'S'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "ER" TO WS-NATUREZA
               WHEN 'U'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "EC" TO WS-NATUREZA
               WHEN 'W'
                   MOVE LOG-VALOR TO WS-VALOR-EVENTO
                   MOVE "ED" TO WS-NATUREZA
           END-EVALUATE.
       END PROGRAM CONTABIL.
