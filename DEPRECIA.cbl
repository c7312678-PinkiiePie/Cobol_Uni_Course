       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PATRIMONIO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS PAT-CHAVE
               FILE STATUS IS WS-FS.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-REL
           ASSIGN TO DYNAMIC WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-CRONO
           ASSIGN TO DYNAMIC WS-CRONO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-PAYBACK
           ASSIGN TO DYNAMIC WS-PAYBACK-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PATRIMONIO VALUE OF FILE-ID IS "PATRIMONIO.dat".
           COPY REG-PATRIMONIO.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-REL.
           01 REL-LINHA PIC X(132).
       FD ARQ-CRONO.
           01 CRONO-LINHA PIC X(132).
       FD ARQ-PAYBACK.
           01 PAYBACK-LINHA PIC X(132).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 WS-HOJE PIC 9(8).
           77 WS-AMANHA PIC 9(8).
           77 WS-REL-NOME PIC X(25).
           77 WS-CRONO-NOME PIC X(25).
           77 WS-PAYBACK-NOME PIC X(25).
           77 WS-MESES PIC S9(5).
           77 WS-RESTANTES PIC S9(5).
           77 WS-ALVO PIC 9(5)V99.
           77 WS-QUOTA PIC S9(5)V99.
           77 WS-QUOTA-MENSAL PIC 9(5)V99.
           77 WS-CONTABIL PIC 9(5)V99.
           77 WS-SALDO PIC 9(5)V99.
           77 WS-RECUPERADO PIC 9(7)V99.
           77 WS-FALTA PIC 9(5)V99.
           77 WS-K PIC 9(2).
           77 WS-FIM-MESES PIC 9(6).
           77 WS-QTD-ATIVOS PIC 9(5) VALUE 0.
           77 WS-QTD-BAIXAS PIC 9(5) VALUE 0.
           77 WS-QTD-SEM-CUSTO PIC 9(5) VALUE 0.
           77 WS-QTD-PAYBACK PIC 9(5) VALUE 0.
           77 WS-TOT-CUSTO PIC 9(9)V99 VALUE 0.
           77 WS-TOT-QUOTA PIC 9(9)V99 VALUE 0.
           77 WS-TOT-ACUM PIC 9(9)V99 VALUE 0.
           77 WS-TOT-CONTABIL PIC 9(9)V99 VALUE 0.
           77 WS-TOT-BAIXA PIC 9(9)V99 VALUE 0.
           77 WS-TOT-FALTA PIC 9(9)V99 VALUE 0.
           COPY WS-PARAMETRO.
           01 WS-MES-REF PIC X(6).
           01 WS-MES-REF-R REDEFINES WS-MES-REF.
               05 WS-REF-ANO PIC 9(4).
               05 WS-REF-MES PIC 9(2).
           01 WS-AQUIS-DET.
               05 WS-AQ-ANO PIC 9(4).
               05 WS-AQ-MES PIC 9(2).
               05 WS-AQ-DIA PIC 9(2).
           01 WS-FIM-DET.
               05 WS-FIM-ANO PIC 9(4).
               05 WS-FIM-MES PIC 9(2).
           01 WS-FIM-DET-R REDEFINES WS-FIM-DET.
               05 WS-FIM-AAAAMM PIC 9(6).
      *    DEPRECIACAO PREVISTA PARA OS PROXIMOS 12 MESES
           01 WS-PROJECAO.
               05 WS-PROJ-VALOR PIC 9(9)V99 OCCURS 12 TIMES.
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(4) VALUE "CP".
               05 FILLER PIC X(27) VALUE "TITULO".
               05 FILLER PIC X(4) VALUE "FIL".
               05 FILLER PIC X(10) VALUE "AQUISICAO".
               05 FILLER PIC X(10) VALUE "     CUSTO".
               05 FILLER PIC X(11) VALUE "  DEPR. MES".
               05 FILLER PIC X(11) VALUE "  ACUMULADA".
               05 FILLER PIC X(11) VALUE " V.CONTABIL".
               05 FILLER PIC X(4) VALUE " SIT".
           01 REL-DETALHE.
               05 REL-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-COPIA PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-FILIAL PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-AQUISICAO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 REL-CUSTO PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-QUOTA PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-ACUM PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-CONTABIL PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-SITUACAO PIC X(1).
           01 CRONO-CABECALHO.
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(4) VALUE "CP".
               05 FILLER PIC X(27) VALUE "TITULO".
               05 FILLER PIC X(10) VALUE "     CUSTO".
               05 FILLER PIC X(11) VALUE "  QUOTA MES".
               05 FILLER PIC X(8) VALUE "  MESES".
               05 FILLER PIC X(8) VALUE "  FALTAM".
               05 FILLER PIC X(9) VALUE "  TERMINA".
               05 FILLER PIC X(11) VALUE " V.CONTABIL".
           01 CRONO-DETALHE.
               05 CR-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 CR-COPIA PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 CR-TITULO PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 CR-CUSTO PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 CR-QUOTA PIC ZZZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 CR-MESES PIC ZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 CR-RESTANTES PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 CR-FIM PIC 9(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 CR-CONTABIL PIC ZZZZ9.99.
           01 CRONO-PROJECAO.
               05 FILLER PIC X(4) VALUE "MES ".
               05 CR-PROJ-MES PIC 9(6).
               05 FILLER PIC X(3) VALUE " : ".
               05 CR-PROJ-VALOR PIC ZZZZZZZZ9.99.
           01 PAYBACK-CABECALHO.
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(4) VALUE "CP".
               05 FILLER PIC X(27) VALUE "TITULO".
               05 FILLER PIC X(10) VALUE "AQUISICAO".
               05 FILLER PIC X(8) VALUE "ALUGUEIS".
               05 FILLER PIC X(11) VALUE "    RECEITA".
               05 FILLER PIC X(11) VALUE " RECUPERADO".
               05 FILLER PIC X(10) VALUE "     CUSTO".
               05 FILLER PIC X(11) VALUE "      FALTA".
               05 FILLER PIC X(4) VALUE " SIT".
           01 PAYBACK-DETALHE.
               05 PB-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 PB-COPIA PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 PB-TITULO PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PB-AQUISICAO PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 PB-ALUGUEIS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 PB-RECEITA PIC ZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 PB-RECUPERADO PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 PB-CUSTO PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 PB-FALTA PIC ZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 PB-SITUACAO PIC X(1).
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZZZ9.99.
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(33).
               05 REL-QT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
           IF MODO-BATCH = "NOTURNO"
      *        A DEPRECIACAO DO MES SAI NO ULTIMO DIA DELE
               COMPUTE WS-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
               IF WS-AMANHA(7:2) NOT = "01"
                   DISPLAY "DEPRECIACAO SO NO ULTIMO DIA DO MES"
                   GOBACK
               END-IF
           ELSE
               DISPLAY "MES DA DEPRECIACAO (AAAAMM, BRANCO = ATUAL): "
               MOVE SPACES TO WS-MES-REF
               ACCEPT WS-MES-REF
               IF WS-MES-REF = SPACES OR WS-MES-REF = "000000"
                   MOVE WS-HOJE(1:6) TO WS-MES-REF
               END-IF
           END-IF.
           IF WS-MES-REF NOT NUMERIC
              OR WS-REF-MES < 1 OR WS-REF-MES > 12
               DISPLAY "MES INVALIDO: " WS-MES-REF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-VIDA-UTIL NOT NUMERIC OR WS-PAR-VIDA-UTIL = 0
               MOVE 24 TO WS-PAR-VIDA-UTIL
           END-IF.
           OPEN I-O ARQ-PATRIMONIO.
           IF WS-FS = 35
               DISPLAY "NENHUMA COPIA NO CADASTRO PATRIMONIAL"
               GOBACK
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE PATRIMONIO.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FILMES.
           MOVE SPACES TO WS-REL-NOME.
           STRING "PATRIMONIO-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           MOVE SPACES TO WS-CRONO-NOME.
           STRING "DEPRECIACAO-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-CRONO-NOME.
           MOVE SPACES TO WS-PAYBACK-NOME.
           STRING "PAYBACK-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-PAYBACK-NOME.
           OPEN OUTPUT ARQ-REL.
           OPEN OUTPUT ARQ-CRONO.
           OPEN OUTPUT ARQ-PAYBACK.
           IF WS-FS-3 <> 0 OR WS-FS-4 <> 0 OR WS-FS-5 <> 0
               DISPLAY "ERRO NA ABERTURA DOS RELATORIOS: " WS-FS-3
                   " " WS-FS-4 " " WS-FS-5
               CLOSE ARQ-PATRIMONIO
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-PROJECAO.
           PERFORM CABECALHOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-PATRIMONIO NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TRATA-COPIA THRU FIM-TRATA-COPIA
               END-READ
           END-PERFORM.
           PERFORM TOTAIS.
           CLOSE ARQ-PATRIMONIO.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-REL.
           CLOSE ARQ-CRONO.
           CLOSE ARQ-PAYBACK.
           DISPLAY "COPIAS NO ATIVO:         " WS-QTD-ATIVOS.
           DISPLAY "DEPRECIACAO DO MES:      " WS-TOT-QUOTA.
           DISPLAY "BAIXAS DO MES:           " WS-QTD-BAIXAS.
           DISPLAY "COPIAS SEM CUSTO:        " WS-QTD-SEM-CUSTO.
           DISPLAY "COPIAS SEM RETORNO:      " WS-QTD-PAYBACK.
           DISPLAY "RELATORIOS EM " WS-REL-NOME " " WS-CRONO-NOME
               " " WS-PAYBACK-NOME.
           GOBACK.
       CABECALHOS.
           MOVE "REGISTRO PATRIMONIAL DE MIDIAS - MES " TO REL-LINHA.
           MOVE WS-MES-REF TO REL-LINHA(38:6).
           WRITE REL-LINHA.
           MOVE "VIDA UTIL (MESES): " TO REL-LINHA.
           MOVE WS-PAR-VIDA-UTIL TO REL-LINHA(20:3).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CRONOGRAMA DE DEPRECIACAO - POSICAO DE "
               TO CRONO-LINHA.
           MOVE WS-MES-REF TO CRONO-LINHA(40:6).
           WRITE CRONO-LINHA.
           MOVE SPACES TO CRONO-LINHA.
           WRITE CRONO-LINHA.
           MOVE CRONO-CABECALHO TO CRONO-LINHA.
           WRITE CRONO-LINHA.
           MOVE "COPIAS QUE AINDA NAO SE PAGARAM - POSICAO DE "
               TO PAYBACK-LINHA.
           MOVE WS-MES-REF TO PAYBACK-LINHA(46:6).
           WRITE PAYBACK-LINHA.
           MOVE SPACES TO PAYBACK-LINHA.
           WRITE PAYBACK-LINHA.
           MOVE PAYBACK-CABECALHO TO PAYBACK-LINHA.
           WRITE PAYBACK-LINHA.
       TRATA-COPIA.
           MOVE PAT-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE "FILME EXCLUIDO" TO FNOME
           END-READ.
           IF PAT-CUSTO = 0 OR PAT-AQUISICAO = 0
               IF PAT-SITUACAO = 'A' OR PAT-SITUACAO = 'R'
                   ADD 1 TO WS-QTD-SEM-CUSTO
               END-IF
               GO TO FIM-TRATA-COPIA
           END-IF.
           MOVE PAT-AQUISICAO TO WS-AQUIS-DET.
           IF PAT-AQUISICAO(1:6) > WS-MES-REF
      *        COMPRADA DEPOIS DO MES PEDIDO
               GO TO FIM-TRATA-COPIA
           END-IF.
           IF PAT-SITUACAO NOT = 'A' AND PAT-SITUACAO NOT = 'R'
               PERFORM TRATA-BAIXA
               PERFORM VERIFICA-PAYBACK
               GO TO FIM-TRATA-COPIA
           END-IF.
           PERFORM CALCULA-QUOTA.
           ADD 1 TO WS-QTD-ATIVOS.
           COMPUTE WS-CONTABIL = PAT-CUSTO - PAT-DEPREC-ACUM.
           ADD PAT-CUSTO TO WS-TOT-CUSTO.
           ADD PAT-DEPREC-ACUM TO WS-TOT-ACUM.
           ADD WS-CONTABIL TO WS-TOT-CONTABIL.
           MOVE PAT-CODIGO TO REL-CODIGO.
           MOVE PAT-COPIA TO REL-COPIA.
           MOVE FNOME TO REL-TITULO.
           MOVE PAT-FILIAL TO REL-FILIAL.
           MOVE PAT-AQUISICAO TO REL-AQUISICAO.
           MOVE PAT-CUSTO TO REL-CUSTO.
           MOVE WS-QUOTA TO REL-QUOTA.
           MOVE PAT-DEPREC-ACUM TO REL-ACUM.
           MOVE WS-CONTABIL TO REL-CONTABIL.
           MOVE PAT-SITUACAO TO REL-SITUACAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM CRONOGRAMA.
           PERFORM VERIFICA-PAYBACK.
       FIM-TRATA-COPIA.
           CONTINUE.
       CALCULA-QUOTA.
      *    LINEAR A PARTIR DO MES DA AQUISICAO: O ACUMULADO DEVE SER
      *    CUSTO x MESES DECORRIDOS / VIDA UTIL - A QUOTA E A
      *    DIFERENCA, O QUE TAMBEM ACERTA MES SEM PROCESSAMENTO E
      *    CUSTO CORRIGIDO PELO GERENTE
           COMPUTE WS-MESES = (WS-REF-ANO * 12 + WS-REF-MES)
               - (WS-AQ-ANO * 12 + WS-AQ-MES) + 1.
           IF WS-MESES >= WS-PAR-VIDA-UTIL
               MOVE PAT-CUSTO TO WS-ALVO
           ELSE
               COMPUTE WS-ALVO ROUNDED =
                   PAT-CUSTO * WS-MESES / WS-PAR-VIDA-UTIL
           END-IF.
           IF PAT-DEPREC-MES >= WS-MES-REF
      *        MES JA PROCESSADO - SO REPETE O QUE FOI LANCADO
               IF PAT-DEPREC-MES = WS-MES-REF
                   MOVE PAT-DEPREC-QUOTA TO WS-QUOTA
               ELSE
                   MOVE ZEROES TO WS-QUOTA
               END-IF
           ELSE
               COMPUTE WS-QUOTA = WS-ALVO - PAT-DEPREC-ACUM
               IF WS-QUOTA < 0
                   MOVE ZEROES TO WS-QUOTA
               END-IF
               ADD WS-QUOTA TO PAT-DEPREC-ACUM
               MOVE WS-MES-REF TO PAT-DEPREC-MES
               MOVE WS-QUOTA TO PAT-DEPREC-QUOTA
               REWRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY "AVISO: COPIA " PAT-CODIGO "/" PAT-COPIA
                           " NAO ATUALIZADA"
               END-REWRITE
           END-IF.
           ADD WS-QUOTA TO WS-TOT-QUOTA.
       TRATA-BAIXA.
      *    BAIXA DO MES: O VALOR CONTABIL QUE SOBROU SAI DO ATIVO
           IF PAT-BAIXA-DATA(1:6) = WS-MES-REF
               PERFORM LISTA-BAIXA
           END-IF.
       LISTA-BAIXA.
           ADD 1 TO WS-QTD-BAIXAS.
           COMPUTE WS-CONTABIL = PAT-CUSTO - PAT-DEPREC-ACUM.
           ADD WS-CONTABIL TO WS-TOT-BAIXA.
           MOVE PAT-CODIGO TO REL-CODIGO.
           MOVE PAT-COPIA TO REL-COPIA.
           MOVE FNOME TO REL-TITULO.
           MOVE PAT-FILIAL TO REL-FILIAL.
           MOVE PAT-AQUISICAO TO REL-AQUISICAO.
           MOVE PAT-CUSTO TO REL-CUSTO.
           MOVE ZEROES TO REL-QUOTA.
           MOVE PAT-DEPREC-ACUM TO REL-ACUM.
           MOVE WS-CONTABIL TO REL-CONTABIL.
           MOVE PAT-SITUACAO TO REL-SITUACAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       CRONOGRAMA.
           COMPUTE WS-QUOTA-MENSAL ROUNDED =
               PAT-CUSTO / WS-PAR-VIDA-UTIL.
           IF WS-MESES > WS-PAR-VIDA-UTIL
               MOVE WS-PAR-VIDA-UTIL TO WS-MESES
           END-IF.
           COMPUTE WS-RESTANTES = WS-PAR-VIDA-UTIL - WS-MESES.
      *    ULTIMO MES DE DEPRECIACAO = AQUISICAO + VIDA UTIL - 1
           COMPUTE WS-FIM-MESES = WS-AQ-ANO * 12 + WS-AQ-MES - 1
               + WS-PAR-VIDA-UTIL - 1.
           DIVIDE WS-FIM-MESES BY 12 GIVING WS-FIM-ANO
               REMAINDER WS-FIM-MES.
           ADD 1 TO WS-FIM-MES.
           MOVE PAT-CODIGO TO CR-CODIGO.
           MOVE PAT-COPIA TO CR-COPIA.
           MOVE FNOME TO CR-TITULO.
           MOVE PAT-CUSTO TO CR-CUSTO.
           MOVE WS-QUOTA-MENSAL TO CR-QUOTA.
           MOVE WS-MESES TO CR-MESES.
           MOVE WS-RESTANTES TO CR-RESTANTES.
           MOVE WS-FIM-AAAAMM TO CR-FIM.
           MOVE WS-CONTABIL TO CR-CONTABIL.
           MOVE CRONO-DETALHE TO CRONO-LINHA.
           WRITE CRONO-LINHA.
           MOVE WS-CONTABIL TO WS-SALDO.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 12 OR WS-SALDO = 0
               IF WS-SALDO > WS-QUOTA-MENSAL AND WS-K < WS-RESTANTES
                   ADD WS-QUOTA-MENSAL TO WS-PROJ-VALOR(WS-K)
                   SUBTRACT WS-QUOTA-MENSAL FROM WS-SALDO
               ELSE
                   ADD WS-SALDO TO WS-PROJ-VALOR(WS-K)
                   MOVE ZEROES TO WS-SALDO
               END-IF
           END-PERFORM.
       VERIFICA-PAYBACK.
      *    A COPIA SE PAGA COM OS ALUGUEIS E O QUE VOLTOU NA BAIXA
      *    (VENDA OU TAXA DE REPOSICAO)
           COMPUTE WS-RECUPERADO = PAT-RECEITA + PAT-BAIXA-VALOR.
           IF WS-RECUPERADO < PAT-CUSTO
               PERFORM LISTA-PAYBACK
           END-IF.
       LISTA-PAYBACK.
           ADD 1 TO WS-QTD-PAYBACK.
           COMPUTE WS-FALTA = PAT-CUSTO - WS-RECUPERADO.
           ADD WS-FALTA TO WS-TOT-FALTA.
           MOVE PAT-CODIGO TO PB-CODIGO.
           MOVE PAT-COPIA TO PB-COPIA.
           MOVE FNOME TO PB-TITULO.
           MOVE PAT-AQUISICAO TO PB-AQUISICAO.
           MOVE PAT-QTD-ALUGUEIS TO PB-ALUGUEIS.
           MOVE PAT-RECEITA TO PB-RECEITA.
           MOVE PAT-BAIXA-VALOR TO PB-RECUPERADO.
           MOVE PAT-CUSTO TO PB-CUSTO.
           MOVE WS-FALTA TO PB-FALTA.
           MOVE PAT-SITUACAO TO PB-SITUACAO.
           MOVE PAYBACK-DETALHE TO PAYBACK-LINHA.
           WRITE PAYBACK-LINHA.
       TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "COPIAS NO ATIVO................: " TO REL-QT-ROTULO.
           MOVE WS-QTD-ATIVOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CUSTO DE AQUISICAO.............: " TO REL-RS-ROTULO.
           MOVE WS-TOT-CUSTO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "DEPRECIACAO DO MES.............: " TO REL-RS-ROTULO.
           MOVE WS-TOT-QUOTA TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "DEPRECIACAO ACUMULADA..........: " TO REL-RS-ROTULO.
           MOVE WS-TOT-ACUM TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "VALOR CONTABIL.................: " TO REL-RS-ROTULO.
           MOVE WS-TOT-CONTABIL TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "BAIXAS NO MES..................: " TO REL-QT-ROTULO.
           MOVE WS-QTD-BAIXAS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "VALOR CONTABIL BAIXADO.........: " TO REL-RS-ROTULO.
           MOVE WS-TOT-BAIXA TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD-SEM-CUSTO > 0
               MOVE "COPIAS SEM CUSTO INFORMADO.....: "
                   TO REL-QT-ROTULO
               MOVE WS-QTD-SEM-CUSTO TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO CRONO-LINHA.
           WRITE CRONO-LINHA.
           MOVE "PREVISAO DOS PROXIMOS 12 MESES" TO CRONO-LINHA.
           WRITE CRONO-LINHA.
           MOVE WS-REF-ANO TO WS-FIM-ANO.
           MOVE WS-REF-MES TO WS-FIM-MES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               IF WS-FIM-MES = 12
                   MOVE 1 TO WS-FIM-MES
                   ADD 1 TO WS-FIM-ANO
               ELSE
                   ADD 1 TO WS-FIM-MES
               END-IF
               MOVE WS-FIM-AAAAMM TO CR-PROJ-MES
               MOVE WS-PROJ-VALOR(WS-K) TO CR-PROJ-VALOR
               MOVE CRONO-PROJECAO TO CRONO-LINHA
               WRITE CRONO-LINHA
           END-PERFORM.
           MOVE SPACES TO PAYBACK-LINHA.
           WRITE PAYBACK-LINHA.
           IF WS-QTD-PAYBACK = 0
               MOVE "TODAS AS COPIAS JA SE PAGARAM" TO PAYBACK-LINHA
               WRITE PAYBACK-LINHA
           ELSE
               MOVE "COPIAS ABAIXO DO CUSTO.........: "
                   TO REL-QT-ROTULO
               MOVE WS-QTD-PAYBACK TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO PAYBACK-LINHA
               WRITE PAYBACK-LINHA
               MOVE "FALTA RECUPERAR................: "
                   TO REL-RS-ROTULO
               MOVE WS-TOT-FALTA TO REL-RS-VALOR
               MOVE REL-RESUMO TO PAYBACK-LINHA
               WRITE PAYBACK-LINHA
           END-IF.
       END PROGRAM DEPRECIA.
