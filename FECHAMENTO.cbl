                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
                   10 WS-OPER-VLR-MULTA PIC 9(7)V99.
                   10 WS-OPER-VLR-REPOS PIC 9(7)V99.
                   10 WS-OPER-VLR-PAGTO PIC 9(7)V99.
                   10 WS-OPER-EST-FAT PIC 9(7)V99.
                   10 WS-OPER-EST-CAIXA PIC 9(7)V99.
           01 WS-TOTAIS.
               05 WS-TOT-ALUGUEIS PIC 9(5) VALUE 0.
               05 WS-TOT-DEVOL PIC 9(5) VALUE 0.
               05 WS-TOT-VLR-MULTA PIC 9(7)V99 VALUE 0.
               05 WS-TOT-VLR-REPOS PIC 9(7)V99 VALUE 0.
               05 WS-TOT-VLR-PAGTO PIC 9(7)V99 VALUE 0.
               05 WS-TOT-EST-FAT PIC 9(7)V99 VALUE 0.
               05 WS-TOT-EST-CAIXA PIC 9(7)V99 VALUE 0.
               05 WS-TOT-FATURADO PIC S9(8)V99 VALUE 0.
               05 WS-TOT-CAIXA PIC S9(8)V99 VALUE 0.
           01 REL-TITULO.
               05 FILLER PIC X(23) VALUE "FECHAMENTO DE CAIXA -  ".
               05 REL-TIT-DATA PIC 9(8).
               05 FILLER PIC X(12) VALUE "VLR MULTA".
               05 FILLER PIC X(12) VALUE "VLR REPOS".
               05 FILLER PIC X(12) VALUE "VLR RECEBIDO".
               05 FILLER PIC X(12) VALUE "VLR ESTORNO".
           01 REL-DETALHE.
               05 REL-OPERADOR PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-VLR-REPOS PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-VLR-PAGTO PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-VLR-ESTORNO PIC ZZZZZZ9.99.
           01 REL-ESTORNO-LINHA.
               05 FILLER PIC X(14) VALUE "ESTORNOS    -".
               05 FILLER PIC X(11) VALUE " FATURADO: ".
               05 REL-EST-FAT PIC ZZZZZZZ9.99.
               05 FILLER PIC X(25) VALUE "  CAIXA (PAGAMENTOS):   ".
               05 REL-EST-CAIXA PIC ZZZZZZZ9.99.
           01 REL-TOTAL-LINHA.
               05 FILLER PIC X(14) VALUE "TOTAL DO DIA -".
               05 FILLER PIC X(11) VALUE " FATURADO: ".
               05 REL-TOT-FATURADO PIC -ZZZZZZZ9.99.
               05 FILLER PIC X(24) VALUE "  ENTRADA CAIXA (P+Q): ".
               05 REL-TOT-CAIXA PIC -ZZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF MODO-BATCH = "NOTURNO"
               MOVE ZEROES TO WS-OPER-VLR-MULTA(WS-I)
               MOVE ZEROES TO WS-OPER-VLR-REPOS(WS-I)
               MOVE ZEROES TO WS-OPER-VLR-PAGTO(WS-I)
               MOVE ZEROES TO WS-OPER-EST-FAT(WS-I)
               MOVE ZEROES TO WS-OPER-EST-CAIXA(WS-I)
           END-IF.
           EVALUATE LOG-TIPO
               WHEN 'A'
               WHEN 'S'
                   ADD LOG-VALOR TO WS-OPER-VLR-REPOS(WS-I)
               WHEN 'P'
      *            PAGO COM VALE-PRESENTE OU DESCONTO DE ACORDO NAO
      *            E DINHEIRO NOVO
                   IF LOG-FORMA-PAGTO NOT = 5
                      AND LOG-FORMA-PAGTO NOT = 6
                       ADD LOG-VALOR TO WS-OPER-VLR-PAGTO(WS-I)
                   END-IF
               WHEN 'H'
      *            VENDA DE VALE-PRESENTE - DINHEIRO NO BALCAO
                   ADD LOG-VALOR TO WS-OPER-VLR-PAGTO(WS-I)
               WHEN 'Q'
                   ADD LOG-VALOR TO WS-OPER-VLR-PAGTO(WS-I)
               WHEN 'V'
      *            VENDA DE COPIA USADA - DINHEIRO NO BALCAO
                   ADD LOG-VALOR TO WS-OPER-VLR-PAGTO(WS-I)
               WHEN 'K'
      *            ESTORNO FICA COM QUEM PEDIU, NO DIA DO ESTORNO
                   EVALUATE LOG-ORIGEM-TIPO
                       WHEN 'A'
                           ADD LOG-VALOR TO WS-OPER-EST-FAT(WS-I)
                       WHEN 'N'
                           ADD LOG-VALOR TO WS-OPER-EST-FAT(WS-I)
                       WHEN 'D'
                           ADD LOG-MULTA TO WS-OPER-EST-FAT(WS-I)
                       WHEN 'S'
                           ADD LOG-VALOR TO WS-OPER-EST-FAT(WS-I)
                       WHEN 'P'
                           IF LOG-FORMA-PAGTO NOT = 5
                               ADD LOG-VALOR TO WS-OPER-EST-CAIXA(WS-I)
                           END-IF
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE REL-LINHA.
      *    FATURADO = COBRADO NA CONTA DO CLIENTE (A/N, MULTAS,
      *    REPOSICOES); CAIXA = DINHEIRO RECEBIDO (PAGAMENTOS E
      *    PACOTES) - SEM CONTAR DUAS VEZES O MESMO VALOR.
      *    ESTORNOS DO DIA ABATEM O QUE DESFIZERAM
           MOVE WS-TOT-EST-FAT TO REL-EST-FAT.
           MOVE WS-TOT-EST-CAIXA TO REL-EST-CAIXA.
           MOVE REL-ESTORNO-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WS-TOT-FATURADO =
               WS-TOT-VLR-ALUG + WS-TOT-VLR-MULTA + WS-TOT-VLR-REPOS
               - WS-TOT-EST-FAT.
           COMPUTE WS-TOT-CAIXA = WS-TOT-VLR-PAGTO - WS-TOT-EST-CAIXA.
           MOVE WS-TOT-FATURADO TO REL-TOT-FATURADO.
           MOVE WS-TOT-CAIXA TO REL-TOT-CAIXA.
           MOVE REL-TOTAL-LINHA TO REL-LINHA.
           MOVE WS-OPER-VLR-MULTA(WS-I) TO REL-VLR-MULTA.
           MOVE WS-OPER-VLR-REPOS(WS-I) TO REL-VLR-REPOS.
           MOVE WS-OPER-VLR-PAGTO(WS-I) TO REL-VLR-PAGTO.
           COMPUTE REL-VLR-ESTORNO =
               WS-OPER-EST-FAT(WS-I) + WS-OPER-EST-CAIXA(WS-I).
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-OPER-ALUGUEIS(WS-I) TO WS-TOT-ALUGUEIS.
           ADD WS-OPER-VLR-MULTA(WS-I) TO WS-TOT-VLR-MULTA.
           ADD WS-OPER-VLR-REPOS(WS-I) TO WS-TOT-VLR-REPOS.
           ADD WS-OPER-VLR-PAGTO(WS-I) TO WS-TOT-VLR-PAGTO.
           ADD WS-OPER-EST-FAT(WS-I) TO WS-TOT-EST-FAT.
           ADD WS-OPER-EST-CAIXA(WS-I) TO WS-TOT-EST-CAIXA.
       END PROGRAM FECHAMENTO.
