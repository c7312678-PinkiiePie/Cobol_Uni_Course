       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOMPRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-LOGARQ
           ASSIGN TO DYNAMIC WS-LOGARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-TRANSFQ
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-PEDIDOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-SUGESTOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS SUG-CODIGO
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-7.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-LOGARQ.
           01 LOGARQ-REG PIC X(120).
       FD ARQ-TRANSFQ VALUE OF FILE-ID IS "TRANSFQ.dat".
           COPY REG-TRANSFQ.
       FD ARQ-PEDIDOS VALUE OF FILE-ID IS "PEDIDOS-COMPRA.dat".
           COPY REG-PEDIDO.
       FD ARQ-SUGESTOES VALUE OF FILE-ID IS "SUGESTOES-COMPRA.dat".
           COPY REG-SUGESTAO.
       FD ARQ-REL VALUE OF FILE-ID IS "SUGCOMPRA.txt".
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 WS-LOGARQ-NOME PIC X(25).
           77 WS-HOJE PIC 9(8).
           77 WS-INICIO PIC 9(8).
           77 WS-MES-ANT PIC X(6).
           77 WS-I PIC 9(4).
           77 WS-J PIC 9(4).
           77 WS-C PIC 9(2).
           77 WS-CIRCULA PIC 9(2).
           77 WS-FILA PIC 9(3).
           77 WS-NEC-GIRO PIC S9(5).
           77 WS-NEC-FILA PIC S9(5).
           77 WS-NECESSIDADE PIC S9(5).
           77 WS-ESPACO PIC S9(5).
           77 WS-QTD-SUG PIC 9(5) VALUE 0.
           77 WS-TOT-COPIAS PIC 9(5) VALUE 0.
           77 WS-QTD-TITULOS PIC 9(4) VALUE 0.
           77 WS-QTD-TRF PIC 9(4) VALUE 0.
           COPY WS-PARAMETRO.
      *    DEMANDA POR TITULO MONTADA A PARTIR DO MOVIMENTO, DA FILA
      *    DE TRANSFERENCIAS E DOS PEDIDOS AINDA NAO ENTREGUES
           01 WS-TITULOS.
               05 WS-TIT OCCURS 2000 TIMES.
                   10 WS-TIT-CODIGO PIC 9(6).
                   10 WS-TIT-ALUGUEIS PIC 9(5).
                   10 WS-TIT-TRANSF PIC 9(3).
                   10 WS-TIT-PEDIDO PIC 9(3).
                   10 WS-TIT-FILIAL PIC 9(2).
                   10 WS-TIT-FIL-QTD PIC 9(3).
      *    PEDIDOS DE TRANSFERENCIA PENDENTES POR TITULO E FILIAL
           01 WS-TRF-FILIAIS.
               05 WS-TRF OCCURS 1000 TIMES.
                   10 WS-TRF-COD PIC 9(6).
                   10 WS-TRF-FIL PIC 9(2).
                   10 WS-TRF-QTD PIC 9(3).
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(32) VALUE "TITULO".
               05 FILLER PIC X(8) VALUE "COPIAS".
               05 FILLER PIC X(8) VALUE "CIRC.".
               05 FILLER PIC X(8) VALUE "ALUG.30".
               05 FILLER PIC X(6) VALUE "FILA".
               05 FILLER PIC X(10) VALUE "EM PEDIDO".
               05 FILLER PIC X(10) VALUE "SUGERIDO".
               05 FILLER PIC X(6) VALUE "FIL".
           01 REL-DETALHE.
               05 REL-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-COPIAS PIC Z9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 REL-CIRCULA PIC Z9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 REL-ALUGUEIS PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-FILA PIC ZZ9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 REL-EM-PEDIDO PIC ZZ9.
               05 FILLER PIC X(8) VALUE SPACES.
               05 REL-SUGERIDO PIC Z9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 REL-FILIAL PIC Z9.
           01 REL-TOTAL-LINHA.
               05 REL-TOT-ROTULO PIC X(33).
               05 REL-TOT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE WS-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - 30).
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-COMPRA-GIRO NOT NUMERIC OR WS-PAR-COMPRA-GIRO = 0
               MOVE 6 TO WS-PAR-COMPRA-GIRO
           END-IF.
           INITIALIZE WS-TITULOS.
           INITIALIZE WS-TRF-FILIAIS.
           PERFORM CONTA-ALUGUEIS THRU FIM-CONTA-ALUGUEIS.
           PERFORM CONTA-TRANSFERENCIAS THRU FIM-CONTA-TRANSF.
           PERFORM CONTA-PEDIDOS THRU FIM-CONTA-PEDIDOS.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    A SUGESTAO E REFEITA TODA NOITE - O QUE VIROU PEDIDO JA
      *    ENTRA NA CONTA COMO COPIA EM PEDIDO
           OPEN OUTPUT ARQ-SUGESTOES.
           IF WS-FS-6 <> 0
               DISPLAY "ERRO NA ABERTURA DE SUGESTOES-COMPRA.dat: "
                   WS-FS-6
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-7 <> 0
               DISPLAY "ERRO NA ABERTURA DE SUGCOMPRA.txt: " WS-FS-7
               CLOSE ARQ-FILMES
               CLOSE ARQ-SUGESTOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "SUGESTAO DE COMPRA DE COPIAS - GERADA EM "
               TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(42:8).
           WRITE REL-LINHA.
           MOVE "ALUGUEIS DESDE " TO REL-LINHA.
           MOVE WS-INICIO TO REL-LINHA(16:8).
           MOVE " - GIRO ALVO POR COPIA: " TO REL-LINHA(24:24).
           MOVE WS-PAR-COMPRA-GIRO TO REL-LINHA(48:2).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM AVALIA-TITULO THRU FIM-AVALIA
               END-READ
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD-SUG = 0
               MOVE "NENHUM TITULO PRECISA DE COPIAS NOVAS" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE "TITULOS COM SUGESTAO.............: "
                   TO REL-TOT-ROTULO
               MOVE WS-QTD-SUG TO REL-TOT-QTD
               MOVE REL-TOTAL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "COPIAS SUGERIDAS.................: "
                   TO REL-TOT-ROTULO
               MOVE WS-TOT-COPIAS TO REL-TOT-QTD
               MOVE REL-TOTAL-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-SUGESTOES.
           CLOSE ARQ-REL.
           DISPLAY "TITULOS COM SUGESTAO DE COMPRA: " WS-QTD-SUG.
           DISPLAY "COPIAS SUGERIDAS:               " WS-TOT-COPIAS.
           DISPLAY "RELATORIO EM SUGCOMPRA.txt".
           GOBACK.
       CONTA-ALUGUEIS.
      *    30 DIAS PODEM COMECAR NO MES ANTERIOR, JA ARQUIVADO
           MOVE WS-INICIO(1:6) TO WS-MES-ANT.
           IF WS-MES-ANT < WS-HOJE(1:6)
               MOVE SPACES TO WS-LOGARQ-NOME
               STRING "MOVIMENTO-" WS-MES-ANT ".dat"
                   DELIMITED BY SIZE INTO WS-LOGARQ-NOME
               PERFORM CONTA-ALUGUEIS-ARQV THRU FIM-ALUGUEIS-ARQV
           END-IF.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-2 <> 0
               DISPLAY "AVISO: MOVIMENTO.dat INDISPONIVEL: " WS-FS-2
               GO TO FIM-CONTA-ALUGUEIS
           END-IF.
           MOVE WS-INICIO TO LOG-DATA.
           MOVE ZEROES TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'N' TO WS-EOF.
           START ARQ-LOG KEY IS NOT LESS THAN LOG-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOG-TIPO = 'A'
                           PERFORM SOMA-ALUGUEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       FIM-CONTA-ALUGUEIS.
           CONTINUE.
       CONTA-ALUGUEIS-ARQV.
           OPEN INPUT ARQ-LOGARQ.
           IF WS-FS-3 <> 0
               GO TO FIM-ALUGUEIS-ARQV
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOGARQ
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      *                CABECALHO E TRAILER DO ARQUIVO MENSAL FORA
                       IF LOGARQ-REG(1:1) >= "0"
                          AND LOGARQ-REG(1:1) <= "9"
                           MOVE LOGARQ-REG TO REG-LOG
                           IF LOG-TIPO = 'A'
                              AND LOG-DATA >= WS-INICIO
                               PERFORM SOMA-ALUGUEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGARQ.
       FIM-ALUGUEIS-ARQV.
           CONTINUE.
       SOMA-ALUGUEL.
           MOVE LOG-CODIGO TO CODIGO.
           PERFORM ACHA-TITULO.
           IF WS-I > 0
               ADD 1 TO WS-TIT-ALUGUEIS(WS-I)
           END-IF.
       ACHA-TITULO.
      *    DEVOLVE EM WS-I A POSICAO DO TITULO, INCLUINDO SE PRECISO;
      *    ZERO QUANDO A TABELA ESTA CHEIA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-TITULOS
                      OR WS-TIT-CODIGO(WS-I) = CODIGO
               CONTINUE
           END-PERFORM.
           IF WS-I > WS-QTD-TITULOS
               IF WS-QTD-TITULOS < 2000
                   ADD 1 TO WS-QTD-TITULOS
                   MOVE WS-QTD-TITULOS TO WS-I
                   MOVE CODIGO TO WS-TIT-CODIGO(WS-I)
               ELSE
                   MOVE ZEROES TO WS-I
               END-IF
           END-IF.
       CONTA-TRANSFERENCIAS.
           OPEN INPUT ARQ-TRANSFQ.
           IF WS-FS-4 <> 0
               GO TO FIM-CONTA-TRANSF
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TRANSFQ
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRQ-SITUACAO = 'P'
                           PERFORM SOMA-TRANSFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANSFQ.
      *    FILIAL INDICADA E A QUE MAIS PEDIU O TITULO
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-QTD-TRF
               MOVE WS-TRF-COD(WS-J) TO CODIGO
               PERFORM ACHA-TITULO
               IF WS-I > 0
                   IF WS-TRF-QTD(WS-J) > WS-TIT-FIL-QTD(WS-I)
                       MOVE WS-TRF-QTD(WS-J) TO WS-TIT-FIL-QTD(WS-I)
                       MOVE WS-TRF-FIL(WS-J) TO WS-TIT-FILIAL(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
       FIM-CONTA-TRANSF.
           CONTINUE.
       SOMA-TRANSFERENCIA.
           MOVE TRQ-CODIGO TO CODIGO.
           PERFORM ACHA-TITULO.
           IF WS-I > 0
               ADD 1 TO WS-TIT-TRANSF(WS-I)
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-QTD-TRF
                      OR (WS-TRF-COD(WS-J) = TRQ-CODIGO
                          AND WS-TRF-FIL(WS-J) = TRQ-FILIAL-SOL)
               CONTINUE
           END-PERFORM.
           IF WS-J > WS-QTD-TRF
               IF WS-QTD-TRF < 1000
                   ADD 1 TO WS-QTD-TRF
                   MOVE WS-QTD-TRF TO WS-J
                   MOVE TRQ-CODIGO TO WS-TRF-COD(WS-J)
                   MOVE TRQ-FILIAL-SOL TO WS-TRF-FIL(WS-J)
                   ADD 1 TO WS-TRF-QTD(WS-J)
               END-IF
           ELSE
               ADD 1 TO WS-TRF-QTD(WS-J)
           END-IF.
       CONTA-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF WS-FS-5 <> 0
               GO TO FIM-CONTA-PEDIDOS
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-PEDIDOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PED-SITUACAO = 'A' OR PED-SITUACAO = 'P'
                           MOVE PED-CODIGO TO CODIGO
                           PERFORM ACHA-TITULO
                           IF WS-I > 0
                               COMPUTE WS-TIT-PEDIDO(WS-I) =
                                   WS-TIT-PEDIDO(WS-I)
                                   + PED-QTD - PED-RECEBIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PEDIDOS.
       FIM-CONTA-PEDIDOS.
           CONTINUE.
       AVALIA-TITULO.
      *    SO CONTAM AS COPIAS QUE GIRAM: ALUGADAS, NA PRATELEIRA OU
      *    A CAMINHO DE OUTRA FILIAL
           MOVE ZEROES TO WS-CIRCULA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > QTD-COPIAS
               IF COPIA-STATUS(WS-C) = 0 OR COPIA-STATUS(WS-C) = 1
                  OR COPIA-STATUS(WS-C) = 5
                   ADD 1 TO WS-CIRCULA
               END-IF
           END-PERFORM.
           PERFORM ACHA-TITULO.
           IF WS-I = 0
               DISPLAY "AVISO: TABELA DE TITULOS CHEIA EM " CODIGO
               GO TO FIM-AVALIA
           END-IF.
           COMPUTE WS-FILA = QTD-RESERVAS + WS-TIT-TRANSF(WS-I).
      *    COPIAS PARA O GIRO ALVO, ARREDONDADO PARA CIMA
           COMPUTE WS-NEC-GIRO = (WS-TIT-ALUGUEIS(WS-I)
               + WS-PAR-COMPRA-GIRO - 1) / WS-PAR-COMPRA-GIRO.
           SUBTRACT WS-CIRCULA FROM WS-NEC-GIRO.
      *    E UMA COPIA PARA CADA CLIENTE NA FILA ALEM DAS QUE GIRAM
           COMPUTE WS-NEC-FILA = WS-FILA - WS-CIRCULA.
           IF WS-NEC-GIRO > WS-NEC-FILA
               MOVE WS-NEC-GIRO TO WS-NECESSIDADE
           ELSE
               MOVE WS-NEC-FILA TO WS-NECESSIDADE
           END-IF.
           SUBTRACT WS-TIT-PEDIDO(WS-I) FROM WS-NECESSIDADE.
           COMPUTE WS-ESPACO = 10 - QTD-COPIAS - WS-TIT-PEDIDO(WS-I).
           IF WS-NECESSIDADE > WS-ESPACO
               MOVE WS-ESPACO TO WS-NECESSIDADE
           END-IF.
           IF WS-NECESSIDADE <= 0
               GO TO FIM-AVALIA
           END-IF.
           MOVE CODIGO TO SUG-CODIGO.
           MOVE WS-HOJE TO SUG-DATA.
           MOVE WS-NECESSIDADE TO SUG-QTD.
           MOVE WS-TIT-FILIAL(WS-I) TO SUG-FILIAL.
           MOVE WS-CIRCULA TO SUG-COPIAS.
           MOVE WS-FILA TO SUG-FILA.
           MOVE WS-TIT-ALUGUEIS(WS-I) TO SUG-ALUGUEIS.
           MOVE WS-TIT-PEDIDO(WS-I) TO SUG-EM-PEDIDO.
           MOVE 'P' TO SUG-SITUACAO.
           WRITE REG-SUGESTAO
               INVALID KEY
                   DISPLAY "AVISO: SUGESTAO NAO GRAVADA " CODIGO
                   GO TO FIM-AVALIA
           END-WRITE.
           ADD 1 TO WS-QTD-SUG.
           ADD WS-NECESSIDADE TO WS-TOT-COPIAS.
           MOVE CODIGO TO REL-CODIGO.
           MOVE FNOME TO REL-TITULO.
           MOVE QTD-COPIAS TO REL-COPIAS.
           MOVE WS-CIRCULA TO REL-CIRCULA.
           MOVE WS-TIT-ALUGUEIS(WS-I) TO REL-ALUGUEIS.
           MOVE WS-FILA TO REL-FILA.
           MOVE WS-TIT-PEDIDO(WS-I) TO REL-EM-PEDIDO.
           MOVE WS-NECESSIDADE TO REL-SUGERIDO.
           MOVE WS-TIT-FILIAL(WS-I) TO REL-FILIAL.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       FIM-AVALIA.
           CONTINUE.
       END PROGRAM SUGCOMPRA.
