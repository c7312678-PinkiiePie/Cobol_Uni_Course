       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-LOG
           ASSIGN TO DYNAMIC WS-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOGIDX
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS IDX-CHAVE
               FILE STATUS IS WS-FS-IDX.
       SELECT ARQ-ESTORNOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM RECORD KEY IS EST-ORIGEM
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-OPER
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM RECORD KEY IS OPER-NOME
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-REL
           ASSIGN TO DYNAMIC WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-FOLHA
           ASSIGN TO DYNAMIC WS-FOLHA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LOG.
           COPY REG-LOG.
       FD ARQ-LOGIDX VALUE OF FILE-ID IS "MOVIMENTO.dat".
           01 REG-LOG-IDX.
               05 IDX-CHAVE.
                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       FD ARQ-ESTORNOS VALUE OF FILE-ID IS "ESTORNOS.dat".
           COPY REG-ESTORNO.
       FD ARQ-OPER VALUE OF FILE-ID IS "OPERADORES.dat".
           COPY REG-OPERADOR.
       FD ARQ-REL.
           01 REL-LINHA PIC X(100).
      *    RESUMO PARA A FOLHA: F = OPERADOR NA FILIAL (SEM BONUS)
      *    T = TOTAL DO OPERADOR NO MES (FILIAL 00, COM BONUS)
       FD ARQ-FOLHA.
           01 REG-FOLHA.
               05 FOL-TIPO PIC X(1).
               05 FOL-MES PIC 9(6).
               05 FOL-OPERADOR PIC X(10).
               05 FOL-FILIAL PIC 9(2).
               05 FOL-LOCACOES PIC 9(5).
               05 FOL-PACOTES PIC 9(4).
               05 FOL-VENDAS PIC 9(4).
               05 FOL-CLIENTES PIC 9(4).
               05 FOL-COMISSAO PIC 9(7)V99.
               05 FOL-BONUS PIC 9(5)V99.
               05 FOL-TOTAL PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-IDX PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 WS-HOJE PIC 9(8).
           77 WS-AMANHA PIC 9(8).
           77 WS-LOG-NOME PIC X(25).
           77 WS-REL-NOME PIC X(25).
           77 WS-FOLHA-NOME PIC X(30).
           77 WS-TEM-ESTORNOS PIC X VALUE 'N'.
           77 WS-ESTORNADO PIC X.
           77 WS-I PIC 9(3).
           77 WS-J PIC 9(3).
           77 WS-COM-QTD PIC 9(3) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(7) VALUE 0.
           77 WS-QTD-ESTORNADOS PIC 9(5) VALUE 0.
           77 WS-QTD-LOTE PIC 9(5) VALUE 0.
           77 WS-QTD-OPERADORES PIC 9(3) VALUE 0.
           77 WS-OPER-ATUAL PIC X(10).
           77 WS-OPER-LOCACOES PIC 9(5).
           77 WS-OPER-PACOTES PIC 9(4).
           77 WS-OPER-VENDAS PIC 9(4).
           77 WS-OPER-CLIENTES PIC 9(4).
           77 WS-OPER-COMISSAO PIC 9(7)V99.
           77 WS-OPER-BONUS PIC 9(5)V99.
           77 WS-COM-PACOTE PIC 9(5)V99.
           77 WS-COM-VENDA PIC 9(5)V99.
           77 WS-COM-CLIENTE PIC 9(5)V99.
           77 WS-COM-TOTAL-FIL PIC 9(7)V99.
           77 WS-DATA-AUX PIC 9(8).
           77 WS-TOT-GERAL PIC 9(9)V99 VALUE 0.
           COPY WS-PARAMETRO.
           01 WS-MES-REF PIC X(6).
           01 WS-MES-REF-R REDEFINES WS-MES-REF.
               05 WS-REF-ANO PIC 9(4).
               05 WS-REF-MES PIC 9(2).
           01 WS-NOVA-CHAVE.
               05 WS-NOVA-OPERADOR PIC X(10).
               05 WS-NOVA-FILIAL PIC 9(2).
      *    ATE 300 PARES OPERADOR / FILIAL NO MES, EM ORDEM DE CHAVE
           01 WS-TAB-COMISSAO.
               05 WS-COM OCCURS 300 TIMES.
                   10 WS-COM-CHAVE.
                       15 WS-COM-OPERADOR PIC X(10).
                       15 WS-COM-FILIAL PIC 9(2).
                   10 WS-COM-QTD-ALUG PIC 9(5).
                   10 WS-COM-VAL-ALUG PIC 9(7)V99.
                   10 WS-COM-QTD-RENOV PIC 9(5).
                   10 WS-COM-VAL-RENOV PIC 9(7)V99.
                   10 WS-COM-QTD-PAC PIC 9(4).
                   10 WS-COM-VAL-PAC PIC 9(7)V99.
                   10 WS-COM-QTD-VENDA PIC 9(4).
                   10 WS-COM-VAL-VENDA PIC 9(7)V99.
                   10 WS-COM-QTD-CLI PIC 9(4).
                   10 WS-COM-QTD-PAGTO PIC 9(5).
                   10 WS-COM-VAL-PAGTO PIC 9(7)V99.
           01 REL-TAXAS.
               05 FILLER PIC X(14) VALUE "TAXAS: PACOTE ".
               05 REL-TX-PACOTE PIC Z9.99.
               05 FILLER PIC X(9) VALUE "%  VENDA ".
               05 REL-TX-VENDA PIC Z9.99.
               05 FILLER PIC X(21) VALUE "%  POR CLIENTE NOVO ".
               05 REL-TX-CLIENTE PIC ZZ9.99.
           01 REL-BONUS.
               05 FILLER PIC X(9) VALUE "BONUS DE ".
               05 REL-BN-VALOR PIC ZZZZ9.99.
               05 FILLER PIC X(12) VALUE " AO ATINGIR ".
               05 REL-BN-QTD PIC ZZZ9.
               05 FILLER PIC X(27) VALUE
                   " LOCACOES/RENOVACOES NO MES".
           01 REL-CAB-FILIAL.
               05 FILLER PIC X(10) VALUE "OPERADOR: ".
               05 REL-CF-OPERADOR PIC X(10).
               05 FILLER PIC X(10) VALUE "  FILIAL: ".
               05 REL-CF-FILIAL PIC 9(2).
           01 REL-CABECALHO.
               05 FILLER PIC X(30) VALUE SPACES.
               05 FILLER PIC X(14) VALUE "QTD.".
               05 FILLER PIC X(13) VALUE "VALOR".
               05 FILLER PIC X(10) VALUE "COMISSAO".
           01 REL-DETALHE.
               05 REL-DT-ROTULO PIC X(30).
               05 REL-DT-QTD PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-DT-VALOR PIC ZZZZZZ9.99 BLANK WHEN ZERO.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-DT-COMISSAO PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZZZ9.99.
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(33).
               05 REL-QT-QTD PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
           IF MODO-BATCH = "NOTURNO"
      *        O MES FECHA NO ULTIMO DIA DELE
               COMPUTE WS-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
               IF WS-AMANHA(7:2) NOT = "01"
                   DISPLAY "COMISSOES SO NO ULTIMO DIA DO MES"
                   GOBACK
               END-IF
           ELSE
               DISPLAY "MES DAS COMISSOES (AAAAMM, BRANCO = ATUAL): "
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
      *    TAXAS VIGENTES NO ULTIMO DIA DO MES APURADO
           MOVE WS-MES-REF TO WS-PAR-DATA-REF(1:6).
           MOVE "01" TO WS-PAR-DATA-REF(7:2).
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PAR-DATA-REF) + 31).
           MOVE "01" TO WS-DATA-AUX(7:2).
           COMPUTE WS-PAR-DATA-REF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-COM-PACOTE NOT NUMERIC
               MOVE ZEROES TO WS-PAR-COM-PACOTE
           END-IF.
           IF WS-PAR-COM-VENDA NOT NUMERIC
               MOVE ZEROES TO WS-PAR-COM-VENDA
           END-IF.
           IF WS-PAR-COM-CLIENTE NOT NUMERIC
               MOVE ZEROES TO WS-PAR-COM-CLIENTE
           END-IF.
           IF WS-PAR-COM-BONUS-QTD NOT NUMERIC
              OR WS-PAR-COM-BONUS-QTD = 0
               MOVE 9999 TO WS-PAR-COM-BONUS-QTD
           END-IF.
           IF WS-PAR-COM-BONUS-VALOR NOT NUMERIC
               MOVE ZEROES TO WS-PAR-COM-BONUS-VALOR
           END-IF.
           OPEN INPUT ARQ-OPER.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE OPERADORES.dat: " WS-FS-3
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM ARQUIVO NENHUM MOVIMENTO FOI ESTORNADO AINDA
           OPEN INPUT ARQ-ESTORNOS.
           IF WS-FS-2 = 0
               MOVE 'S' TO WS-TEM-ESTORNOS
           ELSE
               MOVE 'N' TO WS-TEM-ESTORNOS
           END-IF.
      *    MES JA ARQUIVADO VEM DO MOVIMENTO-AAAAMM.dat; O QUE AINDA
      *    NAO FOI ARQUIVADO CONTINUA NO LOG CORRENTE
           MOVE SPACES TO WS-LOG-NOME.
           STRING "MOVIMENTO-" WS-MES-REF ".dat"
               DELIMITED BY SIZE INTO WS-LOG-NOME.
           OPEN INPUT ARQ-LOG.
           IF WS-FS = 0
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-LOG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REG-LOG(1:1) >= "0"
                              AND REG-LOG(1:1) <= "9"
                              AND LOG-DATA(1:6) = WS-MES-REF
                               PERFORM AVALIA-MOVIMENTO
                                   THRU FIM-AVALIA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF.
           PERFORM LE-LOG-INDEXADO THRU FIM-LE-INDEXADO.
           CLOSE ARQ-OPER.
           IF WS-TEM-ESTORNOS = 'S'
               CLOSE ARQ-ESTORNOS
           END-IF.
           PERFORM GERA-EXTRATO THRU FIM-GERA-EXTRATO.
           DISPLAY "COMISSOES DE " WS-MES-REF " EM " WS-REL-NOME.
           DISPLAY "RESUMO PARA A FOLHA EM " WS-FOLHA-NOME.
           GOBACK.
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
                           PERFORM AVALIA-MOVIMENTO
                               THRU FIM-AVALIA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGIDX.
       FIM-LE-INDEXADO.
           CONTINUE.
       AVALIA-MOVIMENTO.
           IF LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
              AND LOG-TIPO NOT = 'Q' AND LOG-TIPO NOT = 'V'
              AND LOG-TIPO NOT = 'C' AND LOG-TIPO NOT = 'P'
               GO TO FIM-AVALIA-MOVIMENTO
           END-IF.
           ADD 1 TO WS-QTD-LIDOS.
      *    MOVIMENTO ESTORNADO NAO GERA COMISSAO
           IF WS-TEM-ESTORNOS = 'S'
               MOVE LOG-CHAVE TO EST-ORIGEM
               MOVE 'S' TO WS-ESTORNADO
               READ ARQ-ESTORNOS
                   KEY IS EST-ORIGEM
                   INVALID KEY MOVE 'N' TO WS-ESTORNADO
               END-READ
               IF WS-ESTORNADO = 'S'
                   ADD 1 TO WS-QTD-ESTORNADOS
                   GO TO FIM-AVALIA-MOVIMENTO
               END-IF
           END-IF.
           MOVE LOG-OPERADOR TO WS-NOVA-OPERADOR.
           MOVE LOG-FILIAL TO WS-NOVA-FILIAL.
           PERFORM LOCALIZA-OPERADOR THRU FIM-LOCALIZA-OPERADOR.
           IF WS-I = 0
               GO TO FIM-AVALIA-MOVIMENTO
           END-IF.
           EVALUATE LOG-TIPO
               WHEN 'A'
                   ADD 1 TO WS-COM-QTD-ALUG(WS-I)
                   ADD LOG-VALOR TO WS-COM-VAL-ALUG(WS-I)
               WHEN 'N'
                   ADD 1 TO WS-COM-QTD-RENOV(WS-I)
                   ADD LOG-VALOR TO WS-COM-VAL-RENOV(WS-I)
               WHEN 'Q'
                   ADD 1 TO WS-COM-QTD-PAC(WS-I)
                   ADD LOG-VALOR TO WS-COM-VAL-PAC(WS-I)
               WHEN 'V'
                   ADD 1 TO WS-COM-QTD-VENDA(WS-I)
                   ADD LOG-VALOR TO WS-COM-VAL-VENDA(WS-I)
               WHEN 'C'
                   ADD 1 TO WS-COM-QTD-CLI(WS-I)
               WHEN 'P'
      *            DESCONTO DE ACORDO NAO E RECEBIMENTO DO ATENDENTE
                   IF LOG-FORMA-PAGTO NOT = 6
                       ADD 1 TO WS-COM-QTD-PAGTO(WS-I)
                       ADD LOG-VALOR TO WS-COM-VAL-PAGTO(WS-I)
                   END-IF
           END-EVALUATE.
       FIM-AVALIA-MOVIMENTO.
           CONTINUE.
       LOCALIZA-OPERADOR.
      *    DEVOLVE EM WS-I A POSICAO DO PAR OPERADOR / FILIAL NA TABELA
      *    (ZERO = MOVIMENTO DE ROTINA EM LOTE OU TABELA CHEIA)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COM-QTD
                      OR WS-COM-CHAVE(WS-I) >= WS-NOVA-CHAVE
           END-PERFORM.
           IF WS-I <= WS-COM-QTD
               IF WS-COM-CHAVE(WS-I) = WS-NOVA-CHAVE
                   GO TO FIM-LOCALIZA-OPERADOR
               END-IF
           END-IF.
      *    SO GANHA COMISSAO QUEM TEM CADASTRO DE OPERADOR - BANCO,
      *    ASSINATURA, VALES E OUTRAS ROTINAS GRAVAM O PROPRIO NOME
           MOVE WS-NOVA-OPERADOR TO OPER-NOME.
           READ ARQ-OPER
               KEY IS OPER-NOME
               INVALID KEY MOVE SPACES TO OPER-NOME
           END-READ.
           IF OPER-NOME = SPACES
               ADD 1 TO WS-QTD-LOTE
               MOVE ZEROES TO WS-I
               GO TO FIM-LOCALIZA-OPERADOR
           END-IF.
           IF WS-COM-QTD >= 300
               DISPLAY "MAIS DE 300 OPERADORES/FILIAIS - IGNORADO: "
                   WS-NOVA-OPERADOR " " WS-NOVA-FILIAL
               MOVE ZEROES TO WS-I
               GO TO FIM-LOCALIZA-OPERADOR
           END-IF.
      *    ABRE ESPACO MANTENDO A TABELA EM ORDEM DE OPERADOR/FILIAL
           PERFORM VARYING WS-J FROM WS-COM-QTD BY -1
                   UNTIL WS-J < WS-I
               MOVE WS-COM(WS-J) TO WS-COM(WS-J + 1)
           END-PERFORM.
           ADD 1 TO WS-COM-QTD.
           INITIALIZE WS-COM(WS-I).
           MOVE WS-NOVA-CHAVE TO WS-COM-CHAVE(WS-I).
       FIM-LOCALIZA-OPERADOR.
           CONTINUE.
       GERA-EXTRATO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "COMISSOES-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           MOVE SPACES TO WS-FOLHA-NOME.
           STRING "FOLHA-COMISSOES-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-FOLHA-NOME.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE " WS-REL-NOME ": " WS-FS-4
               MOVE 8 TO RETURN-CODE
               GO TO FIM-GERA-EXTRATO
           END-IF.
           OPEN OUTPUT ARQ-FOLHA.
           IF WS-FS-5 <> 0
               DISPLAY "ERRO NA ABERTURA DE " WS-FOLHA-NOME ": "
                   WS-FS-5
               CLOSE ARQ-REL
               MOVE 8 TO RETURN-CODE
               GO TO FIM-GERA-EXTRATO
           END-IF.
           MOVE "EXTRATO DE COMISSOES DOS OPERADORES - MES" TO
               REL-LINHA.
           MOVE WS-MES-REF TO REL-LINHA(43:6).
           WRITE REL-LINHA.
           MOVE WS-PAR-COM-PACOTE TO REL-TX-PACOTE.
           MOVE WS-PAR-COM-VENDA TO REL-TX-VENDA.
           MOVE WS-PAR-COM-CLIENTE TO REL-TX-CLIENTE.
           MOVE REL-TAXAS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PAR-COM-BONUS-VALOR TO REL-BN-VALOR.
           MOVE WS-PAR-COM-BONUS-QTD TO REL-BN-QTD.
           MOVE REL-BONUS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-OPER-ATUAL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COM-QTD
               IF WS-COM-OPERADOR(WS-I) NOT = WS-OPER-ATUAL
                   IF WS-OPER-ATUAL NOT = SPACES
                       PERFORM FECHA-OPERADOR
                   END-IF
                   PERFORM ABRE-OPERADOR
               END-IF
               PERFORM ESCREVE-FILIAL
           END-PERFORM.
           IF WS-OPER-ATUAL NOT = SPACES
               PERFORM FECHA-OPERADOR
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-COM-QTD = 0
               MOVE "NENHUM MOVIMENTO DE OPERADOR NO MES" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE "OPERADORES......................: " TO REL-QT-ROTULO.
           MOVE WS-QTD-OPERADORES TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MOVIMENTOS APURADOS.............: " TO REL-QT-ROTULO.
           MOVE WS-QTD-LIDOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ESTORNADOS (SEM COMISSAO).......: " TO REL-QT-ROTULO.
           MOVE WS-QTD-ESTORNADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ROTINAS EM LOTE (SEM COMISSAO)..: " TO REL-QT-ROTULO.
           MOVE WS-QTD-LOTE TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TOTAL A PAGAR NO MES............: " TO REL-RS-ROTULO.
           MOVE WS-TOT-GERAL TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           CLOSE ARQ-FOLHA.
       FIM-GERA-EXTRATO.
           CONTINUE.
       ABRE-OPERADOR.
           MOVE WS-COM-OPERADOR(WS-I) TO WS-OPER-ATUAL.
           ADD 1 TO WS-QTD-OPERADORES.
           MOVE ZEROES TO WS-OPER-LOCACOES.
           MOVE ZEROES TO WS-OPER-PACOTES.
           MOVE ZEROES TO WS-OPER-VENDAS.
           MOVE ZEROES TO WS-OPER-CLIENTES.
           MOVE ZEROES TO WS-OPER-COMISSAO.
           MOVE ALL "=" TO REL-LINHA.
           WRITE REL-LINHA.
       ESCREVE-FILIAL.
           COMPUTE WS-COM-PACOTE ROUNDED = WS-COM-VAL-PAC(WS-I)
               * WS-PAR-COM-PACOTE / 100.
           COMPUTE WS-COM-VENDA ROUNDED = WS-COM-VAL-VENDA(WS-I)
               * WS-PAR-COM-VENDA / 100.
           COMPUTE WS-COM-CLIENTE = WS-COM-QTD-CLI(WS-I)
               * WS-PAR-COM-CLIENTE.
           COMPUTE WS-COM-TOTAL-FIL = WS-COM-PACOTE + WS-COM-VENDA
               + WS-COM-CLIENTE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-COM-OPERADOR(WS-I) TO REL-CF-OPERADOR.
           MOVE WS-COM-FILIAL(WS-I) TO REL-CF-FILIAL.
           MOVE REL-CAB-FILIAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALUGUEIS" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-ALUG(WS-I) TO REL-DT-QTD.
           MOVE WS-COM-VAL-ALUG(WS-I) TO REL-DT-VALOR.
           MOVE ZEROES TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "RENOVACOES" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-RENOV(WS-I) TO REL-DT-QTD.
           MOVE WS-COM-VAL-RENOV(WS-I) TO REL-DT-VALOR.
           MOVE ZEROES TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PACOTES VENDIDOS" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-PAC(WS-I) TO REL-DT-QTD.
           MOVE WS-COM-VAL-PAC(WS-I) TO REL-DT-VALOR.
           MOVE WS-COM-PACOTE TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "COPIAS VENDIDAS" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-VENDA(WS-I) TO REL-DT-QTD.
           MOVE WS-COM-VAL-VENDA(WS-I) TO REL-DT-VALOR.
           MOVE WS-COM-VENDA TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES CADASTRADOS" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-CLI(WS-I) TO REL-DT-QTD.
           MOVE ZEROES TO REL-DT-VALOR.
           MOVE WS-COM-CLIENTE TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PAGAMENTOS RECEBIDOS" TO REL-DT-ROTULO.
           MOVE WS-COM-QTD-PAGTO(WS-I) TO REL-DT-QTD.
           MOVE WS-COM-VAL-PAGTO(WS-I) TO REL-DT-VALOR.
           MOVE ZEROES TO REL-DT-COMISSAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "COMISSAO NA FILIAL..............: " TO REL-RS-ROTULO.
           MOVE WS-COM-TOTAL-FIL TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-COM-QTD-ALUG(WS-I) WS-COM-QTD-RENOV(WS-I)
               TO WS-OPER-LOCACOES.
           ADD WS-COM-QTD-PAC(WS-I) TO WS-OPER-PACOTES.
           ADD WS-COM-QTD-VENDA(WS-I) TO WS-OPER-VENDAS.
           ADD WS-COM-QTD-CLI(WS-I) TO WS-OPER-CLIENTES.
           ADD WS-COM-TOTAL-FIL TO WS-OPER-COMISSAO.
           MOVE 'F' TO FOL-TIPO.
           MOVE WS-MES-REF TO FOL-MES.
           MOVE WS-COM-OPERADOR(WS-I) TO FOL-OPERADOR.
           MOVE WS-COM-FILIAL(WS-I) TO FOL-FILIAL.
           COMPUTE FOL-LOCACOES = WS-COM-QTD-ALUG(WS-I)
               + WS-COM-QTD-RENOV(WS-I).
           MOVE WS-COM-QTD-PAC(WS-I) TO FOL-PACOTES.
           MOVE WS-COM-QTD-VENDA(WS-I) TO FOL-VENDAS.
           MOVE WS-COM-QTD-CLI(WS-I) TO FOL-CLIENTES.
           MOVE WS-COM-TOTAL-FIL TO FOL-COMISSAO.
           MOVE ZEROES TO FOL-BONUS.
           MOVE WS-COM-TOTAL-FIL TO FOL-TOTAL.
           WRITE REG-FOLHA.
       FECHA-OPERADOR.
      *    O BONUS SAI SOBRE O VOLUME DO OPERADOR EM TODAS AS FILIAIS
           IF WS-OPER-LOCACOES >= WS-PAR-COM-BONUS-QTD
               MOVE WS-PAR-COM-BONUS-VALOR TO WS-OPER-BONUS
           ELSE
               MOVE ZEROES TO WS-OPER-BONUS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TOTAL DO OPERADOR " TO REL-LINHA.
           MOVE WS-OPER-ATUAL TO REL-LINHA(19:10).
           WRITE REL-LINHA.
           MOVE "LOCACOES E RENOVACOES...........: " TO REL-QT-ROTULO.
           MOVE WS-OPER-LOCACOES TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "COMISSOES.......................: " TO REL-RS-ROTULO.
           MOVE WS-OPER-COMISSAO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "BONUS POR VOLUME................: " TO REL-RS-ROTULO.
           MOVE WS-OPER-BONUS TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TOTAL A PAGAR...................: " TO REL-RS-ROTULO.
           COMPUTE REL-RS-VALOR = WS-OPER-COMISSAO + WS-OPER-BONUS.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WS-TOT-GERAL = WS-TOT-GERAL + WS-OPER-COMISSAO
               + WS-OPER-BONUS.
           MOVE 'T' TO FOL-TIPO.
           MOVE WS-MES-REF TO FOL-MES.
           MOVE WS-OPER-ATUAL TO FOL-OPERADOR.
           MOVE ZEROES TO FOL-FILIAL.
           MOVE WS-OPER-LOCACOES TO FOL-LOCACOES.
           MOVE WS-OPER-PACOTES TO FOL-PACOTES.
           MOVE WS-OPER-VENDAS TO FOL-VENDAS.
           MOVE WS-OPER-CLIENTES TO FOL-CLIENTES.
           MOVE WS-OPER-COMISSAO TO FOL-COMISSAO.
           MOVE WS-OPER-BONUS TO FOL-BONUS.
           COMPUTE FOL-TOTAL = WS-OPER-COMISSAO + WS-OPER-BONUS.
           WRITE REG-FOLHA.
       END PROGRAM COMISSOES.
