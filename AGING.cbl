           ASSIGN TO DYNAMIC WS-LOGARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-ACORDOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WS-FS-7.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTAS VALUE OF FILE-ID IS "CONTAS.dat".
           01 CARTA-LINHA PIC X(100).
       FD ARQ-LOGARQ.
           01 LOGARQ-REG PIC X(120).
       FD ARQ-ACORDOS VALUE OF FILE-ID IS "ACORDOS.dat".
           COPY REG-ACORDO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-LOGARQ-NOME PIC X(25).
           77 WS-M PIC 9(3).
           77 WS-QTD-CARTAS PIC 9(5) VALUE 0.
           77 WS-QTD-BLOQUEADOS PIC 9(5) VALUE 0.
           77 WS-CPF-CLI PIC X(20).
           77 WS-QTD-CANCELADOS PIC 9(5) VALUE 0.
           77 WS-QTD-EM-ACORDO PIC 9(5) VALUE 0.
           77 WS-P PIC 9(2).
           77 WS-LIMITE-PARCELA PIC 9(8).
           77 WS-VENCIDA PIC 9(8).
           77 WS-ACO-ABERTO PIC 9(7)V99.
           COPY WS-CALENDARIO.
           COPY WS-PARAMETRO.
      *    CLIENTES COM ACORDO EM DIA - FORA DA REGUA DE COBRANCA
           77 WS-ACO-QTD PIC 9(3) VALUE 0.
           77 WS-EM-ACORDO PIC X(1).
           01 WS-ACORDOS-ATIVOS.
               05 WS-ACO-CPF PIC X(14) OCCURS 500 TIMES.
           01 WS-MES-DET.
               05 WS-MES-ANO PIC 9(4).
               05 WS-MES-MES PIC 9(2).
               05 REL-FAIXA-DESC PIC X(6).
               05 FILLER PIC X(10) VALUE " ESTAGIO ".
               05 REL-ESTAGIO PIC 9(1).
               05 REL-ACORDO PIC X(7).
           01 REL-FIL-LINHA.
               05 FILLER PIC X(7) VALUE "FILIAL ".
               05 RF-FIL PIC Z9.
               05 CT-SALDO PIC ZZZZZZ9.99.
               05 FILLER PIC X(25) VALUE "  DIAS SEM MOVIMENTO: ".
               05 CT-DIAS PIC ZZZZ9.
           01 CARTA-ACORDO-LINHA.
               05 FILLER PIC X(19) VALUE "PARCELA VENCIDA EM ".
               05 CT-VENCIDA PIC 9(8).
               05 FILLER PIC X(23) VALUE "  SALDO DO ACORDO: ".
               05 CT-ACO-ABERTO PIC ZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM REVISA-ACORDOS THRU FIM-REVISA-ACORDOS.
           MOVE LOW-VALUES TO CONTA-CPF.
           MOVE 'N' TO WS-EOF.
           START ARQ-CONTAS KEY IS NOT LESS THAN CONTA-CPF
           DISPLAY "DEVEDORES LISTADOS:  " WS-QTD-DEVEDORES.
           DISPLAY "CARTAS DE COBRANCA:  " WS-QTD-CARTAS.
           DISPLAY "CLIENTES BLOQUEADOS: " WS-QTD-BLOQUEADOS.
           DISPLAY "ACORDOS CANCELADOS:  " WS-QTD-CANCELADOS.
           DISPLAY "DEVEDORES EM ACORDO: " WS-QTD-EM-ACORDO.
           DISPLAY "RELATORIO EM AGING.txt - CARTAS EM COBRANCA.txt".
           GOBACK.
       CARREGA-MAPA-FILIAL.
           END-IF.
       TRATA-DEVEDOR.
           ADD 1 TO WS-QTD-DEVEDORES.
           MOVE ZEROES TO WS-FILIAL-CLI.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MAPA-QTD
                      OR WS-MAPA-CPF(WS-I) = CONTA-CPF(1:14)
           END-PERFORM.
           IF WS-I <= WS-MAPA-QTD
               MOVE WS-MAPA-FIL(WS-I) TO WS-FILIAL-CLI
           END-IF.
           MOVE ZEROES TO WS-DIAS.
           IF CONTA-DATA-ULT > 0 AND CONTA-DATA-ULT < WS-HOJE
      *        DIA DE LOJA FECHADA NA FILIAL DO CLIENTE NAO CONTA
               MOVE 'A' TO WS-CAL-FUNCAO
               MOVE WS-FILIAL-CLI TO WS-CAL-FILIAL
               MOVE CONTA-DATA-ULT TO WS-CAL-DATA-INI
               MOVE WS-HOJE TO WS-CAL-DATA-FIM
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(CONTA-DATA-ULT)
               CALL "CALENDARIO"
                   ON EXCEPTION
                       DISPLAY "AVISO: MODULO CALENDARIO NAO "
                           "ENCONTRADO"
               END-CALL
               MOVE WS-CAL-DIAS TO WS-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS <= 30 MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS <= 90 MOVE 3 TO WS-FAIXA
               WHEN OTHER MOVE 4 TO WS-FAIXA
           END-EVALUATE.
           COMPUTE WS-F = WS-FILIAL-CLI + 1.
           ADD CONTA-SALDO TO WS-FIL-FAIXA(WS-F, WS-FAIXA).
           ADD 1 TO WS-FIL-QTD(WS-F).
               WHEN OTHER MOVE 0 TO WS-ESTAGIO-NOVO
           END-EVALUATE.
           MOVE CONTA-CPF TO WS-CPF-CLI.
      *    ACORDO EM DIA SEGURA A REGUA - SO LISTA O SALDO
           MOVE 'N' TO WS-EM-ACORDO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACO-QTD
               IF WS-ACO-CPF(WS-I) = CONTA-CPF(1:14)
                   MOVE 'S' TO WS-EM-ACORDO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-ACORDO.
           IF WS-EM-ACORDO = 'S'
               ADD 1 TO WS-QTD-EM-ACORDO
               MOVE 0 TO WS-ESTAGIO-NOVO
               MOVE " ACORDO" TO REL-ACORDO
           ELSE
               PERFORM ATUALIZA-ESTAGIO THRU FIM-ATUALIZA
           END-IF.
           MOVE CONTA-CPF(1:14) TO REL-CPF.
           MOVE WS-FILIAL-CLI TO REL-FIL.
           MOVE CONTA-SALDO TO REL-SALDO.
           WRITE REL-LINHA.
       FIM-DEVEDOR.
           CONTINUE.
       REVISA-ACORDOS.
      *    PARCELA VENCIDA ALEM DA TOLERANCIA CANCELA O ACORDO E O
      *    SALDO QUE SOBROU VOLTA PARA A REGUA NO ESTAGIO DE ANTES
           OPEN I-O ARQ-ACORDOS.
           IF WS-FS-7 <> 0
      *        SEM ARQUIVO NENHUM ACORDO FOI FEITO AINDA
               GO TO FIM-REVISA-ACORDOS
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-ACORDO-TOLERANCIA NOT NUMERIC
               MOVE 5 TO WS-PAR-ACORDO-TOLERANCIA
           END-IF.
           COMPUTE WS-LIMITE-PARCELA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - WS-PAR-ACORDO-TOLERANCIA).
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ACORDOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACO-SITUACAO = 'A'
                           PERFORM AVALIA-ACORDO
                               THRU FIM-AVALIA-ACORDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ACORDOS.
       FIM-REVISA-ACORDOS.
           CONTINUE.
       AVALIA-ACORDO.
           MOVE ZEROES TO WS-VENCIDA.
           MOVE ZEROES TO WS-ACO-ABERTO.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 13
               IF ACO-PAR-TIPO(WS-P) NOT = SPACE
                  AND ACO-PAR-PAGO(WS-P) < ACO-PAR-VALOR(WS-P)
                   COMPUTE WS-ACO-ABERTO = WS-ACO-ABERTO
                       + ACO-PAR-VALOR(WS-P) - ACO-PAR-PAGO(WS-P)
                   IF ACO-PAR-VENCIMENTO(WS-P) < WS-LIMITE-PARCELA
                      AND WS-VENCIDA = 0
                       MOVE ACO-PAR-VENCIMENTO(WS-P) TO WS-VENCIDA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VENCIDA = 0
               IF WS-ACO-QTD < 500
                   ADD 1 TO WS-ACO-QTD
                   MOVE ACO-CPF TO WS-ACO-CPF(WS-ACO-QTD)
               END-IF
               GO TO FIM-AVALIA-ACORDO
           END-IF.
           MOVE 'C' TO ACO-SITUACAO.
           MOVE WS-HOJE TO ACO-DATA-SITUACAO.
           REWRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR ACORDO DE " ACO-CPF
                   GO TO FIM-AVALIA-ACORDO
           END-REWRITE.
           ADD 1 TO WS-QTD-CANCELADOS.
           MOVE SPACES TO CCPF.
           MOVE ACO-CPF TO CCPF.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY
                   GO TO FIM-AVALIA-ACORDO
           END-READ.
           IF ACO-ESTAGIO-ANTERIOR > COBRANCA-ESTAGIO
               MOVE ACO-ESTAGIO-ANTERIOR TO COBRANCA-ESTAGIO
               REWRITE REG-DATA
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR ESTAGIO DE " CCPF
               END-REWRITE
               IF COBRANCA-ESTAGIO = 3
                   ADD 1 TO WS-QTD-BLOQUEADOS
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-CARTAS.
           MOVE ALL "-" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "CANCELAMENTO DE ACORDO POR PARCELA EM ATRASO"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE NOME TO CT-NOME.
           MOVE CCPF(1:14) TO CT-CPF.
           MOVE CARTA-CAB TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE WS-VENCIDA TO CT-VENCIDA.
           MOVE WS-ACO-ABERTO TO CT-ACO-ABERTO.
           MOVE CARTA-ACORDO-LINHA TO CARTA-LINHA.
           WRITE CARTA-LINHA.
       FIM-AVALIA-ACORDO.
           CONTINUE.
       ATUALIZA-ESTAGIO.
           MOVE WS-CPF-CLI TO CCPF.
           READ ARQ-CLIENTES
