       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-LOG
           ASSIGN TO DYNAMIC WS-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       SELECT ARQ-PROMOCOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM RECORD KEY IS PROMO-CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-LOGIDX
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS IDX-CHAVE
               FILE STATUS IS WS-FS-IDX.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LOG.
           COPY REG-LOG.
       FD ARQ-PROMOCOES VALUE OF FILE-ID IS "PROMOCOES.dat".
           COPY REG-PROMOCAO.
       FD ARQ-REL VALUE OF FILE-ID IS "RELPROMO.txt".
           01 REL-LINHA PIC X(100).
       FD ARQ-LOGIDX VALUE OF FILE-ID IS "MOVIMENTO.dat".
           01 REG-LOG-IDX.
               05 IDX-CHAVE.
                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-IDX PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-LOG-NOME PIC X(25).
           77 WS-MES-REF PIC X(6).
           77 WS-I PIC 9(3).
           77 WS-CMP-QTD PIC 9(3) VALUE 0.
           77 WS-TOT-ALUGUEIS PIC 9(5) VALUE 0.
           77 WS-TOT-PROMO PIC 9(5) VALUE 0.
           77 WS-TOT-DESCONTO PIC 9(7)V99 VALUE 0.
           77 WS-TOT-LIQUIDO PIC 9(7)V99 VALUE 0.
           77 WS-PCT-PROMO PIC 9(3)V9 VALUE 0.
      *    ATE 200 CAMPANHAS COM ALUGUEL NO MES
           01 WS-CAMPANHAS.
               05 WS-CMP OCCURS 200 TIMES.
                   10 WS-CMP-CODIGO PIC 9(4).
                   10 WS-CMP-NOME PIC X(30).
                   10 WS-CMP-CONT PIC 9(5).
                   10 WS-CMP-DESCONTO PIC 9(7)V99.
                   10 WS-CMP-LIQUIDO PIC 9(7)V99.
           01 REL-TITULO-LINHA.
               05 FILLER PIC X(26) VALUE "RESULTADO DAS PROMOCOES - ".
               05 REL-TIT-MES PIC X(6).
           01 REL-CABECALHO.
               05 FILLER PIC X(6) VALUE "CODIGO".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(30) VALUE "CAMPANHA".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(8) VALUE "ALUGUEIS".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "    DESCONTO".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(12) VALUE "     RECEITA".
           01 REL-DET-CAMPANHA.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DC-COD PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DC-NOME PIC X(30).
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-DC-CONT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DC-DESCONTO PIC ZZZZZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 REL-DC-LIQUIDO PIC ZZZZZZ9.99.
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZ9.99.
           01 REL-PCT-LINHA.
               05 FILLER PIC X(33) VALUE
                   "ALUGUEIS COM PROMOCAO..........: ".
               05 REL-PC-QTD PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE " DE ".
               05 REL-PC-TOT PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE " (".
               05 REL-PC-PCT PIC ZZ9.9.
               05 FILLER PIC X(2) VALUE "%)".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MES DE REFERENCIA (AAAAMM, BRANCO = ATUAL): ".
           MOVE SPACES TO WS-MES-REF.
           ACCEPT WS-MES-REF.
           IF WS-MES-REF = SPACES OR WS-MES-REF = "000000"
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REF
           END-IF.
           DISPLAY "ARQUIVO DE LOG (BRANCO = MOVIMENTO.dat): ".
           MOVE SPACES TO WS-LOG-NOME.
           ACCEPT WS-LOG-NOME.
           IF WS-LOG-NOME = SPACES
               MOVE "MOVIMENTO.dat" TO WS-LOG-NOME
           END-IF.
           IF WS-LOG-NOME NOT = "MOVIMENTO.dat"
               OPEN INPUT ARQ-LOG
               IF WS-FS <> 0
                   DISPLAY "ERRO NA ABERTURA DE " WS-LOG-NOME ": "
                       WS-FS
                   STOP RUN
               END-IF
           END-IF.
      *    SEM O CADASTRO O RELATORIO SAI SO COM OS CODIGOS
           OPEN INPUT ARQ-PROMOCOES.
           IF WS-LOG-NOME = "MOVIMENTO.dat"
               PERFORM LE-LOG-INDEXADO THRU FIM-LE-INDEXADO
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-LOG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REG-LOG(1:1) >= "0"
                              AND REG-LOG(1:1) <= "9"
                              AND LOG-DATA(1:6) = WS-MES-REF
                               PERFORM ACUMULA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF.
           IF WS-FS-2 = 0
               CLOSE ARQ-PROMOCOES
           END-IF.
           PERFORM GERA-RELATORIO.
           DISPLAY "RELATORIO GERADO EM RELPROMO.txt".
           STOP RUN.
       LE-LOG-INDEXADO.
           OPEN INPUT ARQ-LOGIDX.
           IF WS-FS-IDX <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: "
                   WS-FS-IDX
               GO TO FIM-LE-INDEXADO
           END-IF.
           MOVE WS-MES-REF TO IDX-DATA(1:6).
           MOVE "01" TO IDX-DATA(7:2).
           MOVE ZEROES TO IDX-HORA.
           MOVE ZEROES TO IDX-SEQ.
           MOVE 'N' TO WS-EOF.
           START ARQ-LOGIDX KEY IS NOT LESS THAN IDX-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOGIDX NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IDX-DATA(1:6) > WS-MES-REF
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE REG-LOG-IDX TO REG-LOG
                           PERFORM ACUMULA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGIDX.
       FIM-LE-INDEXADO.
           CONTINUE.
       ACUMULA-MOVIMENTO.
           IF LOG-TIPO = 'A'
               ADD 1 TO WS-TOT-ALUGUEIS
      *        MENSAIS ANTERIORES AS PROMOCOES NAO TEM ESTES CAMPOS
               IF LOG-PROMOCAO NUMERIC AND LOG-DESCONTO NUMERIC
                   IF LOG-PROMOCAO > 0
                       PERFORM ACUMULA-CAMPANHA
                           THRU FIM-ACUMULA-CAMPANHA
                   END-IF
               END-IF
           END-IF.
       ACUMULA-CAMPANHA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CMP-QTD
                      OR WS-CMP-CODIGO(WS-I) = LOG-PROMOCAO
           END-PERFORM.
           IF WS-I > WS-CMP-QTD
               IF WS-CMP-QTD >= 200
                   DISPLAY "MAIS DE 200 CAMPANHAS NO MES - IGNORADA: "
                       LOG-PROMOCAO
                   GO TO FIM-ACUMULA-CAMPANHA
               END-IF
               ADD 1 TO WS-CMP-QTD
               MOVE WS-CMP-QTD TO WS-I
               MOVE LOG-PROMOCAO TO WS-CMP-CODIGO(WS-I)
               MOVE ZEROES TO WS-CMP-CONT(WS-I)
               MOVE ZEROES TO WS-CMP-DESCONTO(WS-I)
               MOVE ZEROES TO WS-CMP-LIQUIDO(WS-I)
               MOVE "(CAMPANHA EXCLUIDA)" TO WS-CMP-NOME(WS-I)
               IF WS-FS-2 = 0
                   MOVE LOG-PROMOCAO TO PROMO-CODIGO
                   READ ARQ-PROMOCOES
                       KEY IS PROMO-CODIGO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PROMO-NOME TO WS-CMP-NOME(WS-I)
                   END-READ
               END-IF
           END-IF.
           ADD 1 TO WS-CMP-CONT(WS-I).
           ADD LOG-DESCONTO TO WS-CMP-DESCONTO(WS-I).
           ADD LOG-VALOR TO WS-CMP-LIQUIDO(WS-I).
           ADD 1 TO WS-TOT-PROMO.
           ADD LOG-DESCONTO TO WS-TOT-DESCONTO.
           ADD LOG-VALOR TO WS-TOT-LIQUIDO.
       FIM-ACUMULA-CAMPANHA.
           CONTINUE.
       GERA-RELATORIO.
           OPEN OUTPUT ARQ-REL.
           MOVE WS-MES-REF TO REL-TIT-MES.
           MOVE REL-TITULO-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CMP-QTD
               PERFORM ESCREVE-CAMPANHA
           END-PERFORM.
           IF WS-CMP-QTD = 0
               MOVE "NENHUM ALUGUEL COM PROMOCAO NO MES" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "DESCONTO CONCEDIDO.............: " TO REL-RS-ROTULO.
           MOVE WS-TOT-DESCONTO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "RECEITA DOS ALUGUEIS COM PROMO.: " TO REL-RS-ROTULO.
           MOVE WS-TOT-LIQUIDO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROES TO WS-PCT-PROMO.
           IF WS-TOT-ALUGUEIS > 0
               COMPUTE WS-PCT-PROMO ROUNDED =
                   WS-TOT-PROMO * 100 / WS-TOT-ALUGUEIS
           END-IF.
           MOVE WS-TOT-PROMO TO REL-PC-QTD.
           MOVE WS-TOT-ALUGUEIS TO REL-PC-TOT.
           MOVE WS-PCT-PROMO TO REL-PC-PCT.
           MOVE REL-PCT-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
       ESCREVE-CAMPANHA.
           MOVE WS-CMP-CODIGO(WS-I) TO REL-DC-COD.
           MOVE WS-CMP-NOME(WS-I) TO REL-DC-NOME.
           MOVE WS-CMP-CONT(WS-I) TO REL-DC-CONT.
           MOVE WS-CMP-DESCONTO(WS-I) TO REL-DC-DESCONTO.
           MOVE WS-CMP-LIQUIDO(WS-I) TO REL-DC-LIQUIDO.
           MOVE REL-DET-CAMPANHA TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM RELPROMO.
