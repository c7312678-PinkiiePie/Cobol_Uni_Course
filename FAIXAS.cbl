       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS.
       SELECT ARQ-FAIXAS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS FXP-FAIXA
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-HISTPRECO
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-FAIXAS VALUE OF FILE-ID IS "FAIXAS-PRECO.dat".
           COPY REG-FAIXA.
       FD ARQ-HISTPRECO VALUE OF FILE-ID IS "PRECOS-HIST.dat".
           COPY REG-HISTPRECO.
       FD ARQ-REL VALUE OF FILE-ID IS "RELFAIXAS.txt".
           01 REL-LINHA PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-HOJE-ANO PIC 9(4).
           77 WS-HORA PIC 9(6).
           77 WS-F PIC 9(1).
           77 WS-PROX PIC 9(1).
           77 WS-FIM PIC X.
           77 WS-DIAS-FAIXA PIC S9(7).
           77 WS-FAIXA-ORIG PIC X(1).
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-CLASSIF PIC 9(6) VALUE 0.
           77 WS-QTD-MUDOU PIC 9(6) VALUE 0.
      *    TABELA DAS FAIXAS NA ORDEM DO CICLO DE VIDA - A POSICAO
      *    SEGUINTE E A FAIXA PARA ONDE O TITULO VAI
           01 WS-ORDEM-FAIXAS.
               05 FILLER PIC X(3) VALUE "LCK".
           01 WS-ORDEM-R REDEFINES WS-ORDEM-FAIXAS.
               05 WS-ORDEM PIC X(1) OCCURS 3 TIMES.
           01 WS-TABELA.
               05 WS-TAB OCCURS 3 TIMES.
                   10 WS-TAB-OK PIC X(1).
                   10 WS-TAB-DIAS PIC 9(4).
                   10 WS-TAB-DIARIA PIC 9(3)V99.
                   10 WS-TAB-PRAZO-1 PIC 9(3)V99.
                   10 WS-TAB-PRAZO-3 PIC 9(3)V99.
                   10 WS-TAB-CAUCAO PIC X(1).
                   10 WS-TAB-CAUCAO-VALOR PIC 9(5)V99.
           01 WS-ANTERIOR.
               05 WS-ANT-DIARIA PIC 9(3)V99.
               05 WS-ANT-PRAZO-1 PIC 9(3)V99.
               05 WS-ANT-PRAZO-3 PIC 9(3)V99.
               05 WS-ANT-CAUCAO PIC X(1).
               05 WS-ANT-CAUCAO-VALOR PIC 9(5)V99.
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "CODIGO".
               05 FILLER PIC X(32) VALUE "TITULO".
               05 FILLER PIC X(8) VALUE "FAIXA".
               05 FILLER PIC X(18) VALUE "   DIARIA ANT/NOVA".
               05 FILLER PIC X(18) VALUE "    1 DIA ANT/NOVA".
               05 FILLER PIC X(18) VALUE "   3 DIAS ANT/NOVA".
           01 REL-DETALHE.
               05 REL-CODIGO PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-FAIXA-ANT PIC X(1).
               05 FILLER PIC X(4) VALUE " -> ".
               05 REL-FAIXA-NOVA PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-ANT-DIARIA PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE " / ".
               05 REL-NOVA-DIARIA PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-ANT-PRAZO-1 PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE " / ".
               05 REL-NOVA-PRAZO-1 PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-ANT-PRAZO-3 PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE " / ".
               05 REL-NOVA-PRAZO-3 PIC ZZ9.99.
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(33).
               05 REL-QT-QTD PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA.
           MOVE WS-HOJE(1:4) TO WS-HOJE-ANO.
           MOVE ZEROES TO WS-QTD-LIDOS.
           MOVE ZEROES TO WS-QTD-CLASSIF.
           MOVE ZEROES TO WS-QTD-MUDOU.
           PERFORM CARREGA-FAIXAS THRU FIM-CARREGA-FAIXAS.
           IF WS-TAB-OK(1) = 'N'
      *        SEM A TABELA DE FAIXAS O ACERVO FICA COMO ESTA
               DISPLAY "FAIXAS DE PRECO NAO CADASTRADAS - NADA A FAZER"
               GOBACK
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARQ-HISTPRECO.
           IF WS-FS-3 <> 0
               OPEN OUTPUT ARQ-HISTPRECO
           END-IF.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE PRECOS-HIST.dat: " WS-FS-3
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE RELFAIXAS.txt: " WS-FS-4
               CLOSE ARQ-FILMES
               CLOSE ARQ-HISTPRECO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "MUDANCAS DE FAIXA DO ACERVO EM " TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(32:8).
           WRITE REL-LINHA.
           MOVE "L = LANCAMENTO  C = CATALOGO  K = CLASSICO" TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVALIA-FILME THRU FIM-AVALIA-FILME
               END-READ
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD-MUDOU = 0
               MOVE "NENHUM TITULO MUDOU DE FAIXA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE "TITULOS LIDOS..................: " TO REL-QT-ROTULO.
           MOVE WS-QTD-LIDOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLASSIFICADOS PELA PRIMEIRA VEZ: " TO REL-QT-ROTULO.
           MOVE WS-QTD-CLASSIF TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MUDARAM DE FAIXA...............: " TO REL-QT-ROTULO.
           MOVE WS-QTD-MUDOU TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-HISTPRECO.
           CLOSE ARQ-REL.
           DISPLAY "TITULOS QUE MUDARAM DE FAIXA EM RELFAIXAS.txt: "
               WS-QTD-MUDOU.
           GOBACK.
       CARREGA-FAIXAS.
           MOVE 'N' TO WS-TAB-OK(1).
           MOVE 'N' TO WS-TAB-OK(2).
           MOVE 'N' TO WS-TAB-OK(3).
           OPEN INPUT ARQ-FAIXAS.
           IF WS-FS-2 <> 0
               GO TO FIM-CARREGA-FAIXAS
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FAIXAS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM GUARDA-FAIXA
               END-READ
           END-PERFORM.
           CLOSE ARQ-FAIXAS.
       FIM-CARREGA-FAIXAS.
           CONTINUE.
       GUARDA-FAIXA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               IF WS-ORDEM(WS-F) = FXP-FAIXA
                   MOVE 'S' TO WS-TAB-OK(WS-F)
                   MOVE FXP-DIAS TO WS-TAB-DIAS(WS-F)
                   MOVE FXP-VALOR-DIARIA TO WS-TAB-DIARIA(WS-F)
                   MOVE FXP-VALOR-PRAZO-1 TO WS-TAB-PRAZO-1(WS-F)
                   MOVE FXP-VALOR-PRAZO-3 TO WS-TAB-PRAZO-3(WS-F)
                   MOVE FXP-EXIGE-CAUCAO TO WS-TAB-CAUCAO(WS-F)
                   MOVE FXP-CAUCAO-VALOR TO WS-TAB-CAUCAO-VALOR(WS-F)
               END-IF
           END-PERFORM.
       AVALIA-FILME.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE FAIXA TO WS-FAIXA-ORIG.
           MOVE VALOR-DIARIA TO WS-ANT-DIARIA.
           MOVE VALOR-PRAZO-1 TO WS-ANT-PRAZO-1.
           MOVE VALOR-PRAZO-3 TO WS-ANT-PRAZO-3.
           MOVE EXIGE-CAUCAO TO WS-ANT-CAUCAO.
           MOVE CAUCAO-VALOR TO WS-ANT-CAUCAO-VALOR.
      *    TITULO ANTERIOR AS FAIXAS ENTRA NO ACERVO NO ANO DE
      *    LANCAMENTO E PERCORRE O CICLO A PARTIR DALI
           IF FAIXA = SPACE
               ADD 1 TO WS-QTD-CLASSIF
               IF DATA-ENTRADA = 0
                   IF ANO > 1900 AND ANO <= WS-HOJE-ANO
                       COMPUTE DATA-ENTRADA = ANO * 10000 + 0101
                   ELSE
                       MOVE WS-HOJE TO DATA-ENTRADA
                   END-IF
               END-IF
               MOVE 'L' TO FAIXA
               MOVE DATA-ENTRADA TO FAIXA-DESDE
           END-IF.
           IF FAIXA-DESDE = 0
               MOVE WS-HOJE TO FAIXA-DESDE
           END-IF.
           MOVE 'N' TO WS-FIM.
           PERFORM AVANCA-FAIXA UNTIL WS-FIM = 'S'.
           IF FAIXA = WS-FAIXA-ORIG
               GO TO FIM-AVALIA-FILME
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > 3 OR WS-ORDEM(WS-F) = FAIXA
           END-PERFORM.
      *    SO AS FAIXAS CADASTRADAS MEXEM NO PRECO - O ALUGUEL QUE JA
      *    ESTA NA RUA SEGUE COM O PRECO DO DIA EM QUE SAIU
           IF WS-F <= 3
               IF WS-TAB-OK(WS-F) = 'S'
                   MOVE WS-TAB-DIARIA(WS-F) TO VALOR-DIARIA
                   MOVE WS-TAB-PRAZO-1(WS-F) TO VALOR-PRAZO-1
                   MOVE WS-TAB-PRAZO-3(WS-F) TO VALOR-PRAZO-3
                   MOVE WS-TAB-CAUCAO(WS-F) TO EXIGE-CAUCAO
                   IF WS-TAB-CAUCAO(WS-F) = 'S'
                       MOVE WS-TAB-CAUCAO-VALOR(WS-F) TO CAUCAO-VALOR
                   ELSE
                       MOVE ZEROES TO CAUCAO-VALOR
                   END-IF
               END-IF
           END-IF.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FILME " CODIGO
                   GO TO FIM-AVALIA-FILME
           END-REWRITE.
           ADD 1 TO WS-QTD-MUDOU.
           PERFORM GRAVA-HISTORICO.
           MOVE CODIGO TO REL-CODIGO.
           MOVE FNOME TO REL-TITULO.
           MOVE WS-FAIXA-ORIG TO REL-FAIXA-ANT.
           MOVE FAIXA TO REL-FAIXA-NOVA.
           MOVE WS-ANT-DIARIA TO REL-ANT-DIARIA.
           MOVE VALOR-DIARIA TO REL-NOVA-DIARIA.
           MOVE WS-ANT-PRAZO-1 TO REL-ANT-PRAZO-1.
           MOVE VALOR-PRAZO-1 TO REL-NOVA-PRAZO-1.
           MOVE WS-ANT-PRAZO-3 TO REL-ANT-PRAZO-3.
           MOVE VALOR-PRAZO-3 TO REL-NOVA-PRAZO-3.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       FIM-AVALIA-FILME.
           CONTINUE.
       AVANCA-FAIXA.
      *    PASSA PARA A FAIXA SEGUINTE QUANDO VENCEM OS DIAS DA ATUAL;
      *    UM TITULO ANTIGO PODE ATRAVESSAR MAIS DE UMA FAIXA DE UMA VEZ
           MOVE 'S' TO WS-FIM.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > 3 OR WS-ORDEM(WS-F) = FAIXA
           END-PERFORM.
           IF WS-F < 3
               IF WS-TAB-OK(WS-F) = 'S' AND WS-TAB-DIAS(WS-F) > 0
                   COMPUTE WS-PROX = WS-F + 1
                   COMPUTE WS-DIAS-FAIXA =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE)
                       - FUNCTION INTEGER-OF-DATE(FAIXA-DESDE)
                   IF WS-DIAS-FAIXA >= WS-TAB-DIAS(WS-F)
                      AND WS-TAB-OK(WS-PROX) = 'S'
                       COMPUTE FAIXA-DESDE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(FAIXA-DESDE)
                           + WS-TAB-DIAS(WS-F))
                       MOVE WS-ORDEM(WS-PROX) TO FAIXA
                       MOVE 'N' TO WS-FIM
                   END-IF
               END-IF
           END-IF.
       GRAVA-HISTORICO.
           MOVE WS-HOJE TO HPR-DATA.
           MOVE WS-HORA TO HPR-HORA.
           MOVE CODIGO TO HPR-CODIGO.
           MOVE 'N' TO HPR-ORIGEM.
           MOVE "NOTURNO" TO HPR-OPERADOR.
           MOVE WS-FAIXA-ORIG TO HPR-FAIXA-ANT.
           MOVE FAIXA TO HPR-FAIXA-NOVA.
           MOVE WS-ANT-DIARIA TO HPR-ANT-DIARIA.
           MOVE WS-ANT-PRAZO-1 TO HPR-ANT-PRAZO-1.
           MOVE WS-ANT-PRAZO-3 TO HPR-ANT-PRAZO-3.
           MOVE WS-ANT-CAUCAO TO HPR-ANT-CAUCAO.
           MOVE WS-ANT-CAUCAO-VALOR TO HPR-ANT-CAUCAO-VALOR.
           MOVE VALOR-DIARIA TO HPR-NOVA-DIARIA.
           MOVE VALOR-PRAZO-1 TO HPR-NOVA-PRAZO-1.
           MOVE VALOR-PRAZO-3 TO HPR-NOVA-PRAZO-3.
           MOVE EXIGE-CAUCAO TO HPR-NOVA-CAUCAO.
           MOVE CAUCAO-VALOR TO HPR-NOVA-CAUCAO-VALOR.
           WRITE REG-HISTPRECO.
       END PROGRAM FAIXAS.
