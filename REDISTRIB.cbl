       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDISTRIB.
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
       SELECT ARQ-REDIST
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RED-NUMERO
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-6.
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
       FD ARQ-REDIST VALUE OF FILE-ID IS "PROPOSTAS-REDIST.dat".
           COPY REG-REDIST.
       FD ARQ-REL VALUE OF FILE-ID IS "REDISTRIB.txt".
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 WS-LOGARQ-NOME PIC X(25).
           77 WS-HOJE PIC 9(8).
           77 WS-INICIO PIC 9(8).
           77 WS-MES-ANT PIC X(6).
           77 WS-DIA-SEMANA PIC 9(1).
           77 WS-I PIC 9(4).
           77 WS-J PIC 9(4).
           77 WS-C PIC 9(2).
           77 WS-F PIC 9(2).
           77 WS-O PIC 9(2).
           77 WS-D PIC 9(2).
           77 WS-FILIAL-BUSCA PIC 9(2).
           77 WS-QTD-MOVE PIC 9(2).
           77 WS-MAIOR PIC S9(3).
           77 WS-PROX-NUMERO PIC 9(6) VALUE 0.
           77 WS-QTD-SUBST PIC 9(5) VALUE 0.
           77 WS-QTD-PROP PIC 9(5) VALUE 0.
           77 WS-TOT-COPIAS PIC 9(5) VALUE 0.
           77 WS-QTD-DEM PIC 9(4) VALUE 0.
           77 WS-QTD-RL PIC 9(4) VALUE 0.
           77 WS-QTD-FIL PIC 9(2).
           COPY WS-PARAMETRO.
      *    ALUGUEIS, FILA E TRANSFERENCIAS EM CURSO POR TITULO E FILIAL
           01 WS-DEMANDAS.
               05 WS-DEM OCCURS 3000 TIMES.
                   10 WS-DEM-COD PIC 9(6).
                   10 WS-DEM-FIL PIC 9(2).
                   10 WS-DEM-ALUG PIC 9(4).
                   10 WS-DEM-FILA PIC 9(3).
                   10 WS-DEM-CHEGA PIC 9(2).
                   10 WS-DEM-SAI PIC 9(2).
      *    FILIAL ONDE CADA CLIENTE ENTROU NA LISTA DE ESPERA
           01 WS-RES-LOG.
               05 WS-RL OCCURS 2000 TIMES.
                   10 WS-RL-COD PIC 9(6).
                   10 WS-RL-CPF PIC X(14).
                   10 WS-RL-FIL PIC 9(2).
      *    SITUACAO DO TITULO EM CADA FILIAL
           01 WS-FILIAIS.
               05 WS-FIL OCCURS 20 TIMES.
                   10 WS-F-FILIAL PIC 9(2).
                   10 WS-F-LIVRES PIC 9(2).
                   10 WS-F-ALUG PIC 9(4).
                   10 WS-F-FILA PIC 9(3).
                   10 WS-F-CHEGA PIC 9(2).
                   10 WS-F-SAI PIC 9(2).
                   10 WS-F-FALTA PIC S9(3).
                   10 WS-F-SOBRA PIC S9(3).
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "PROPOSTA".
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(27) VALUE "TITULO".
               05 FILLER PIC X(5) VALUE "DE".
               05 FILLER PIC X(5) VALUE "PARA".
               05 FILLER PIC X(5) VALUE "QTD".
               05 FILLER PIC X(21) VALUE "ORIGEM PRAT/ALUG/FILA".
               05 FILLER PIC X(21) VALUE "DESTINO PRAT/ALUG/FIL".
           01 REL-DETALHE.
               05 REL-NUMERO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-ORIG PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-DEST PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-QTD PIC Z9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-LIVRES-ORIG PIC Z9.
               05 FILLER PIC X(1) VALUE "/".
               05 REL-ALUG-ORIG PIC ZZZ9.
               05 FILLER PIC X(1) VALUE "/".
               05 REL-FILA-ORIG PIC ZZ9.
               05 FILLER PIC X(9) VALUE SPACES.
               05 REL-LIVRES-DEST PIC Z9.
               05 FILLER PIC X(1) VALUE "/".
               05 REL-ALUG-DEST PIC ZZZ9.
               05 FILLER PIC X(1) VALUE "/".
               05 REL-FILA-DEST PIC ZZ9.
           01 REL-TOTAL-LINHA.
               05 REL-TOT-ROTULO PIC X(33).
               05 REL-TOT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF MODO-BATCH = "NOTURNO"
      *        PROPOSTA SEMANAL - SAI NA NOITE DE SEGUNDA-FEIRA
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE), 7)
               IF WS-DIA-SEMANA NOT = 1
                   DISPLAY "REDISTRIBUICAO SO NAS SEGUNDAS-FEIRAS"
                   GOBACK
               END-IF
           END-IF.
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
           IF WS-PAR-REDIST-MINIMO NOT NUMERIC
               MOVE 1 TO WS-PAR-REDIST-MINIMO
           END-IF.
           INITIALIZE WS-DEMANDAS.
           INITIALIZE WS-RES-LOG.
           PERFORM LE-MOVIMENTO THRU FIM-LE-MOVIMENTO.
           PERFORM LE-TRANSFERENCIAS THRU FIM-LE-TRANSF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SUBSTITUI-PENDENTES THRU FIM-SUBSTITUI.
           IF WS-FS-5 <> 0
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-6 <> 0
               DISPLAY "ERRO NA ABERTURA DE REDISTRIB.txt: " WS-FS-6
               CLOSE ARQ-FILMES
               CLOSE ARQ-REDIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PROPOSTA DE REDISTRIBUICAO DE COPIAS - GERADA EM "
               TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(50:8).
           WRITE REL-LINHA.
           MOVE "ALUGUEIS DESDE " TO REL-LINHA.
           MOVE WS-INICIO TO REL-LINHA(16:8).
           MOVE " - MINIMO NA PRATELEIRA POR FILIAL: " TO
               REL-LINHA(24:36).
           MOVE WS-PAR-REDIST-MINIMO TO REL-LINHA(60:2).
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
           IF WS-QTD-PROP = 0
               MOVE "NENHUMA COPIA PARADA ONDE OUTRA FILIAL PRECISA"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE "PROPOSTAS PARA APROVAR...........: "
                   TO REL-TOT-ROTULO
               MOVE WS-QTD-PROP TO REL-TOT-QTD
               MOVE REL-TOTAL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "COPIAS A TRANSFERIR..............: "
                   TO REL-TOT-ROTULO
               MOVE WS-TOT-COPIAS TO REL-TOT-QTD
               MOVE REL-TOTAL-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "APROVACAO EM GERENCIAR - REDISTRIBUICAO"
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-REDIST.
           CLOSE ARQ-REL.
           DISPLAY "PROPOSTAS ANTERIORES SUBSTITUIDAS: " WS-QTD-SUBST.
           DISPLAY "PROPOSTAS DE REDISTRIBUICAO:       " WS-QTD-PROP.
           DISPLAY "COPIAS A TRANSFERIR:               " WS-TOT-COPIAS.
           DISPLAY "RELATORIO EM REDISTRIB.txt".
           GOBACK.
       LE-MOVIMENTO.
      *    30 DIAS PODEM COMECAR NO MES ANTERIOR, JA ARQUIVADO
           MOVE WS-INICIO(1:6) TO WS-MES-ANT.
           IF WS-MES-ANT < WS-HOJE(1:6)
               MOVE SPACES TO WS-LOGARQ-NOME
               STRING "MOVIMENTO-" WS-MES-ANT ".dat"
                   DELIMITED BY SIZE INTO WS-LOGARQ-NOME
               PERFORM LE-MOVIMENTO-ARQV THRU FIM-MOVIMENTO-ARQV
           END-IF.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-2 <> 0
               DISPLAY "AVISO: MOVIMENTO.dat INDISPONIVEL: " WS-FS-2
               GO TO FIM-LE-MOVIMENTO
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
                   NOT AT END PERFORM SOMA-MOVIMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       FIM-LE-MOVIMENTO.
           CONTINUE.
       LE-MOVIMENTO-ARQV.
           OPEN INPUT ARQ-LOGARQ.
           IF WS-FS-3 <> 0
               GO TO FIM-MOVIMENTO-ARQV
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
                           IF LOG-DATA >= WS-INICIO
                               PERFORM SOMA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGARQ.
       FIM-MOVIMENTO-ARQV.
           CONTINUE.
       SOMA-MOVIMENTO.
           IF LOG-TIPO = 'A'
               MOVE LOG-CODIGO TO CODIGO
               MOVE LOG-FILIAL TO WS-FILIAL-BUSCA
               PERFORM ACHA-DEMANDA
               IF WS-I > 0
                   ADD 1 TO WS-DEM-ALUG(WS-I)
               END-IF
           END-IF.
      *    RESERVA: GUARDA ONDE O CLIENTE ENTROU NA LISTA DE ESPERA
           IF LOG-TIPO = 'R'
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-RL
                          OR (WS-RL-COD(WS-J) = LOG-CODIGO
                              AND WS-RL-CPF(WS-J) = LOG-CPF)
                   CONTINUE
               END-PERFORM
               IF WS-J > WS-QTD-RL AND WS-QTD-RL < 2000
                   ADD 1 TO WS-QTD-RL
                   MOVE WS-QTD-RL TO WS-J
               END-IF
               IF WS-J <= WS-QTD-RL
                   MOVE LOG-CODIGO TO WS-RL-COD(WS-J)
                   MOVE LOG-CPF TO WS-RL-CPF(WS-J)
                   MOVE LOG-FILIAL TO WS-RL-FIL(WS-J)
               END-IF
           END-IF.
       ACHA-DEMANDA.
      *    DEVOLVE EM WS-I A POSICAO DE CODIGO / WS-FILIAL-BUSCA,
      *    INCLUINDO SE PRECISO; ZERO QUANDO A TABELA ESTA CHEIA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-DEM
                      OR (WS-DEM-COD(WS-I) = CODIGO
                          AND WS-DEM-FIL(WS-I) = WS-FILIAL-BUSCA)
               CONTINUE
           END-PERFORM.
           IF WS-I > WS-QTD-DEM
               IF WS-QTD-DEM < 3000
                   ADD 1 TO WS-QTD-DEM
                   MOVE WS-QTD-DEM TO WS-I
                   MOVE CODIGO TO WS-DEM-COD(WS-I)
                   MOVE WS-FILIAL-BUSCA TO WS-DEM-FIL(WS-I)
               ELSE
                   MOVE ZEROES TO WS-I
               END-IF
           END-IF.
       LE-TRANSFERENCIAS.
      *    PEDIDO PENDENTE = UMA COPIA A CAMINHO DA SOLICITANTE E UMA
      *    A MENOS NA PRATELEIRA DA DETENTORA; SE FOR DE CLIENTE ELE
      *    ESTA NA FILA ESPERANDO ESSA COPIA
           OPEN INPUT ARQ-TRANSFQ.
           IF WS-FS-4 <> 0
               GO TO FIM-LE-TRANSF
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
       FIM-LE-TRANSF.
           CONTINUE.
       SOMA-TRANSFERENCIA.
           MOVE TRQ-CODIGO TO CODIGO.
           MOVE TRQ-FILIAL-SOL TO WS-FILIAL-BUSCA.
           PERFORM ACHA-DEMANDA.
           IF WS-I > 0
               ADD 1 TO WS-DEM-CHEGA(WS-I)
               IF TRQ-CPF NOT = "REDISTRIBUICAO"
                   ADD 1 TO WS-DEM-FILA(WS-I)
               END-IF
           END-IF.
           MOVE TRQ-FILIAL-DET TO WS-FILIAL-BUSCA.
           PERFORM ACHA-DEMANDA.
           IF WS-I > 0
               ADD 1 TO WS-DEM-SAI(WS-I)
           END-IF.
       SUBSTITUI-PENDENTES.
      *    PROPOSTA NAO DECIDIDA NA SEMANA DA LUGAR A NOVA; AS
      *    APROVADAS E RECUSADAS FICAM COMO HISTORICO
           OPEN I-O ARQ-REDIST.
           IF WS-FS-5 = 35
               OPEN OUTPUT ARQ-REDIST
               CLOSE ARQ-REDIST
               OPEN I-O ARQ-REDIST
           END-IF.
           IF WS-FS-5 <> 0
               DISPLAY "ERRO NA ABERTURA DE PROPOSTAS-REDIST.dat: "
                   WS-FS-5
               GO TO FIM-SUBSTITUI
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-REDIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RED-NUMERO TO WS-PROX-NUMERO
                       IF RED-SITUACAO = 'P'
                           MOVE 'E' TO RED-SITUACAO
                           MOVE WS-HOJE TO RED-DECISAO
                           REWRITE REG-REDIST
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-QTD-SUBST
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WS-FS-5.
       FIM-SUBSTITUI.
           CONTINUE.
       AVALIA-TITULO.
           INITIALIZE WS-FILIAIS.
           MOVE ZEROES TO WS-QTD-FIL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > QTD-COPIAS
               MOVE COPIA-FILIAL(WS-C) TO WS-FILIAL-BUSCA
               PERFORM ACHA-FILIAL
               IF WS-F > 0 AND COPIA-STATUS(WS-C) = 1
                   ADD 1 TO WS-F-LIVRES(WS-F)
               END-IF
           END-PERFORM.
      *    SEM NENHUMA COPIA NA PRATELEIRA NAO HA O QUE REDISTRIBUIR
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FIL OR WS-F-LIVRES(WS-F) > 0
               CONTINUE
           END-PERFORM.
           IF WS-F > WS-QTD-FIL
               GO TO FIM-AVALIA
           END-IF.
      *    LISTA DE ESPERA DO TITULO NA FILIAL ONDE FOI FEITA
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > QTD-RESERVAS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-RL
                          OR (WS-RL-COD(WS-J) = CODIGO
                              AND WS-RL-CPF(WS-J) = RES-CPF(WS-C))
                   CONTINUE
               END-PERFORM
               IF WS-J <= WS-QTD-RL
                   MOVE WS-RL-FIL(WS-J) TO WS-FILIAL-BUSCA
                   PERFORM ACHA-FILIAL
                   IF WS-F > 0
                       ADD 1 TO WS-F-FILA(WS-F)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-DEM
               IF WS-DEM-COD(WS-I) = CODIGO
                   MOVE WS-DEM-FIL(WS-I) TO WS-FILIAL-BUSCA
                   PERFORM ACHA-FILIAL
                   IF WS-F > 0
                       ADD WS-DEM-ALUG(WS-I) TO WS-F-ALUG(WS-F)
                       ADD WS-DEM-FILA(WS-I) TO WS-F-FILA(WS-F)
                       ADD WS-DEM-CHEGA(WS-I) TO WS-F-CHEGA(WS-F)
                       ADD WS-DEM-SAI(WS-I) TO WS-F-SAI(WS-F)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QTD-FIL < 2
               GO TO FIM-AVALIA
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-QTD-FIL
               PERFORM CALCULA-FILIAL
           END-PERFORM.
      *    A FILIAL QUE MAIS PRECISA RECEBE DA QUE MAIS TEM SOBRANDO,
      *    ATE ACABAR A FALTA OU A SOBRA
           PERFORM PROXIMA-TROCA.
           PERFORM UNTIL WS-O = 0 OR WS-D = 0
               IF WS-F-FALTA(WS-D) < WS-F-SOBRA(WS-O)
                   MOVE WS-F-FALTA(WS-D) TO WS-QTD-MOVE
               ELSE
                   MOVE WS-F-SOBRA(WS-O) TO WS-QTD-MOVE
               END-IF
               PERFORM GRAVA-PROPOSTA
               SUBTRACT WS-QTD-MOVE FROM WS-F-FALTA(WS-D)
               SUBTRACT WS-QTD-MOVE FROM WS-F-SOBRA(WS-O)
               PERFORM PROXIMA-TROCA
           END-PERFORM.
       FIM-AVALIA.
           CONTINUE.
       ACHA-FILIAL.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FIL
                      OR WS-F-FILIAL(WS-F) = WS-FILIAL-BUSCA
               CONTINUE
           END-PERFORM.
           IF WS-F > WS-QTD-FIL
               IF WS-QTD-FIL < 20
                   ADD 1 TO WS-QTD-FIL
                   MOVE WS-QTD-FIL TO WS-F
                   MOVE WS-FILIAL-BUSCA TO WS-F-FILIAL(WS-F)
               ELSE
                   MOVE ZEROES TO WS-F
               END-IF
           END-IF.
       CALCULA-FILIAL.
      *    FALTA: CLIENTES NA FILA SEM COPIA NA PRATELEIRA NEM A
      *    CAMINHO; COM A PRATELEIRA VAZIA E PROCURA ACIMA DO GIRO,
      *    PELO MENOS UMA COPIA
           COMPUTE WS-F-FALTA(WS-F) = WS-F-FILA(WS-F)
               - WS-F-LIVRES(WS-F) + WS-F-SAI(WS-F)
               - WS-F-CHEGA(WS-F).
           IF WS-F-FALTA(WS-F) < 1
              AND WS-F-LIVRES(WS-F) + WS-F-CHEGA(WS-F)
                  <= WS-F-SAI(WS-F)
              AND WS-F-ALUG(WS-F) >= WS-PAR-COMPRA-GIRO
               MOVE 1 TO WS-F-FALTA(WS-F)
           END-IF.
           IF WS-F-FALTA(WS-F) < 0
               MOVE ZEROES TO WS-F-FALTA(WS-F)
           END-IF.
      *    SOBRA: PRATELEIRA ALEM DA FILA, DO QUE JA VAI SAIR E DO
      *    MINIMO DA LOJA
           IF WS-F-FALTA(WS-F) > 0
               MOVE ZEROES TO WS-F-SOBRA(WS-F)
           ELSE
               COMPUTE WS-F-SOBRA(WS-F) = WS-F-LIVRES(WS-F)
                   - WS-F-SAI(WS-F) - WS-F-FILA(WS-F)
                   - WS-PAR-REDIST-MINIMO
               IF WS-F-SOBRA(WS-F) < 0
                   MOVE ZEROES TO WS-F-SOBRA(WS-F)
               END-IF
           END-IF.
       PROXIMA-TROCA.
           MOVE ZEROES TO WS-D.
           MOVE ZEROES TO WS-MAIOR.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-QTD-FIL
               IF WS-F-FALTA(WS-F) > WS-MAIOR
                   MOVE WS-F-FALTA(WS-F) TO WS-MAIOR
                   MOVE WS-F TO WS-D
               END-IF
           END-PERFORM.
      *    EMPATE NA SOBRA: SAI DA FILIAL QUE MENOS ALUGA O TITULO
           MOVE ZEROES TO WS-O.
           MOVE ZEROES TO WS-MAIOR.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-QTD-FIL
               IF WS-F-SOBRA(WS-F) > WS-MAIOR
                  OR (WS-F-SOBRA(WS-F) = WS-MAIOR AND WS-MAIOR > 0
                      AND WS-F-ALUG(WS-F) < WS-F-ALUG(WS-O))
                   MOVE WS-F-SOBRA(WS-F) TO WS-MAIOR
                   MOVE WS-F TO WS-O
               END-IF
           END-PERFORM.
       GRAVA-PROPOSTA.
           ADD 1 TO WS-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO RED-NUMERO.
           MOVE WS-HOJE TO RED-DATA.
           MOVE CODIGO TO RED-CODIGO.
           MOVE WS-F-FILIAL(WS-O) TO RED-FILIAL-ORIG.
           MOVE WS-F-FILIAL(WS-D) TO RED-FILIAL-DEST.
           MOVE WS-QTD-MOVE TO RED-QTD.
           MOVE WS-F-LIVRES(WS-O) TO RED-LIVRES-ORIG.
           MOVE WS-F-ALUG(WS-O) TO RED-ALUGUEIS-ORIG.
           MOVE WS-F-FILA(WS-O) TO RED-FILA-ORIG.
           MOVE WS-F-LIVRES(WS-D) TO RED-LIVRES-DEST.
           MOVE WS-F-ALUG(WS-D) TO RED-ALUGUEIS-DEST.
           MOVE WS-F-FILA(WS-D) TO RED-FILA-DEST.
           MOVE 'P' TO RED-SITUACAO.
           MOVE SPACES TO RED-OPERADOR.
           MOVE ZEROES TO RED-DECISAO.
           WRITE REG-REDIST
               INVALID KEY
                   DISPLAY "AVISO: PROPOSTA NAO GRAVADA " CODIGO
           END-WRITE.
           IF WS-FS-5 = 0
               ADD 1 TO WS-QTD-PROP
               ADD WS-QTD-MOVE TO WS-TOT-COPIAS
               MOVE RED-NUMERO TO REL-NUMERO
               MOVE CODIGO TO REL-CODIGO
               MOVE FNOME TO REL-TITULO
               MOVE RED-FILIAL-ORIG TO REL-ORIG
               MOVE RED-FILIAL-DEST TO REL-DEST
               MOVE RED-QTD TO REL-QTD
               MOVE RED-LIVRES-ORIG TO REL-LIVRES-ORIG
               MOVE RED-ALUGUEIS-ORIG TO REL-ALUG-ORIG
               MOVE RED-FILA-ORIG TO REL-FILA-ORIG
               MOVE RED-LIVRES-DEST TO REL-LIVRES-DEST
               MOVE RED-ALUGUEIS-DEST TO REL-ALUG-DEST
               MOVE RED-FILA-DEST TO REL-FILA-DEST
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       END PROGRAM REDISTRIB.
