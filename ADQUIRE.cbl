       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADQUIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-LIQ
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LIQ-ORIGEM
               ALTERNATE RECORD KEY IS LIQ-BUSCA WITH DUPLICATES
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-ADQ
           ASSIGN TO DYNAMIC WS-ADQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LIQ VALUE OF FILE-ID IS "LIQUIDACOES.dat".
           COPY REG-LIQUIDACAO.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-ADQ.
           01 ADQ-LINHA PIC X(100).
       FD ARQ-REL VALUE OF FILE-ID IS "ADQUIRE-DIVERGENCIAS.txt".
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-FIM-BUSCA PIC X.
           77 WS-ACHOU PIC X.
           77 WS-JA-CONCILIADA PIC X.
           77 OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-DATA-INI PIC 9(8).
           77 WS-LIMITE PIC 9(8).
           77 WS-PRAZO PIC 9(2).
           77 WS-ADQ-NOME PIC X(25).
           77 WS-TAXA-CALC PIC S9(7)V99.
           77 WS-BUSCA PIC X(29).
           77 WS-QTD-REGISTRADOS PIC 9(5) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(5) VALUE 0.
           77 WS-QTD-CONCILIADOS PIC 9(5) VALUE 0.
           77 WS-QTD-REPETIDOS PIC 9(5) VALUE 0.
           77 WS-QTD-SEM-MOV PIC 9(5) VALUE 0.
           77 WS-QTD-TAXA-DIV PIC 9(5) VALUE 0.
           77 WS-QTD-NAO-RECEBIDOS PIC 9(5) VALUE 0.
           77 WS-QTD-AGUARDANDO PIC 9(5) VALUE 0.
           77 WS-TOT-BRUTO PIC 9(9)V99 VALUE 0.
           77 WS-TOT-TAXA PIC 9(9)V99 VALUE 0.
           77 WS-TOT-LIQUIDO PIC 9(9)V99 VALUE 0.
      *    MOVIMENTOS DOS ULTIMOS DIAS AINDA NAO REGISTRADOS - COBRE A
      *    CADEIA QUE FICOU DIAS PARADA
           77 WS-JANELA-DIAS PIC 9(2) VALUE 7.
      *    FOLGA ALEM DO PRAZO DA ADQUIRENTE ANTES DE COBRAR O CREDITO
           77 WS-TOLERANCIA-DIAS PIC 9(2) VALUE 2.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           COPY WS-PARAMETRO.
      *    LAYOUT DA ADQUIRENTE - CABECALHO 1, DETALHE 2, RODAPE 9
      *    MODALIDADE D = DEBITO / C = CREDITO / P = PIX
           01 ADQ-DETALHE.
               05 ADQ-REG PIC X(1).
               05 ADQ-NSU PIC X(12).
               05 ADQ-DATA-VENDA PIC 9(8).
               05 ADQ-DATA-CREDITO PIC 9(8).
               05 ADQ-MODALIDADE PIC X(1).
               05 ADQ-VALOR-BRUTO PIC 9(7)V99.
               05 ADQ-TAXA PIC 9(5)V99.
               05 ADQ-VALOR-LIQUIDO PIC 9(7)V99.
               05 FILLER PIC X(45).
           01 ADQ-RODAPE REDEFINES ADQ-DETALHE.
               05 FILLER PIC X(1).
               05 ROD-QTD PIC 9(7).
               05 FILLER PIC X(92).
           01 REL-DET-ADQ.
               05 REL-A-NSU PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-VENDA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-CREDITO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-MODAL PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-BRUTO PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-TAXA PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-LIQUIDO PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-A-OBS PIC X(20).
           01 REL-DET-MOV.
               05 REL-M-DATA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-TIPO PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-FORMA PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-NSU PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-VALOR PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-PREVISTA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-OPERADOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 REL-M-FILIAL PIC 9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-M-CPF PIC X(14).
           01 REL-TOTAIS.
               05 FILLER PIC X(20) VALUE "CONCILIADO - BRUTO: ".
               05 REL-T-BRUTO PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(8) VALUE "  TAXA: ".
               05 REL-T-TAXA PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(11) VALUE "  LIQUIDO: ".
               05 REL-T-LIQUIDO PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE "LIQUIDACAO.txt" TO WS-ADQ-NOME.
           COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-JANELA-DIAS).
           IF MODO-BATCH = "NOTURNO"
      *        NA CADEIA NOTURNA: REGISTRA O DIA E LE O ARQUIVO PADRAO
               MOVE 1 TO OPCAO
           ELSE
               DISPLAY "(1) CONCILIAR COM LIQUIDACAO.txt"
               DISPLAY "(2) CONCILIAR COM OUTRO ARQUIVO DA ADQUIRENTE"
               DISPLAY "(3) SAIR"
               DISPLAY "OPCAO: "
               ACCEPT OPCAO
           END-IF.
           IF OPCAO < 1 OR OPCAO > 2
               GOBACK
           END-IF.
           IF OPCAO = 2
               DISPLAY "ARQUIVO DA ADQUIRENTE: "
               MOVE SPACES TO WS-ADQ-NOME
               ACCEPT WS-ADQ-NOME
               IF WS-ADQ-NOME = SPACES
                   MOVE "LIQUIDACAO.txt" TO WS-ADQ-NOME
               END-IF
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           OPEN I-O ARQ-LIQ.
           IF WS-FS = 35
               OPEN OUTPUT ARQ-LIQ
               CLOSE ARQ-LIQ
               OPEN I-O ARQ-LIQ
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE LIQUIDACOES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-REL.
           MOVE "CONCILIACAO CARTAO/PIX - " TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(26:8).
           WRITE REL-LINHA.
           PERFORM REGISTRA-MOVIMENTOS THRU FIM-REGISTRA.
           IF RETURN-CODE = 0
               PERFORM IMPORTA-LIQUIDACAO THRU FIM-IMPORTA
               PERFORM LISTA-NAO-RECEBIDOS
           END-IF.
           CLOSE ARQ-REL.
           CLOSE ARQ-LIQ.
           DISPLAY "MOVIMENTOS CARTAO/PIX REGISTRADOS: "
               WS-QTD-REGISTRADOS.
           DISPLAY "LINHAS DA ADQUIRENTE: " WS-QTD-LIDOS
               " CONCILIADAS: " WS-QTD-CONCILIADOS
               " JA CONCILIADAS: " WS-QTD-REPETIDOS.
           DISPLAY "SEM MOVIMENTO: " WS-QTD-SEM-MOV
               " TAXA DIVERGENTE: " WS-QTD-TAXA-DIV.
           DISPLAY "CREDITOS NAO RECEBIDOS: " WS-QTD-NAO-RECEBIDOS
               " AGUARDANDO NO PRAZO: " WS-QTD-AGUARDANDO.
           DISPLAY "DIVERGENCIAS EM ADQUIRE-DIVERGENCIAS.txt".
           GOBACK.
       REGISTRA-MOVIMENTOS.
      *    TODO RECEBIMENTO EM CARTAO OU PIX FICA AGUARDANDO O CREDITO
      *    - PRECISA SER LIDO ANTES DO ARQUIVA TIRAR O MES DO LOG
           OPEN INPUT ARQ-LOG.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-2
               MOVE 8 TO RETURN-CODE
               GO TO FIM-REGISTRA
           END-IF.
           MOVE WS-DATA-INI TO LOG-DATA.
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
                       IF LOG-DATA > WS-HOJE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM REGISTRA-MOVIMENTO
                               THRU FIM-REGISTRA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       FIM-REGISTRA.
           CONTINUE.
       REGISTRA-MOVIMENTO.
           IF LOG-TIPO = 'K' AND LOG-ORIGEM-TIPO = 'P'
               PERFORM MARCA-ESTORNADO THRU FIM-MARCA-ESTORNADO
               GO TO FIM-REGISTRA-MOVIMENTO
           END-IF.
           IF LOG-TIPO NOT = 'P' AND LOG-TIPO NOT = 'Q'
              AND LOG-TIPO NOT = 'V' AND LOG-TIPO NOT = 'H'
               GO TO FIM-REGISTRA-MOVIMENTO
           END-IF.
           IF LOG-FORMA-PAGTO NOT NUMERIC
               GO TO FIM-REGISTRA-MOVIMENTO
           END-IF.
           IF LOG-FORMA-PAGTO < 2 OR LOG-FORMA-PAGTO > 4
               GO TO FIM-REGISTRA-MOVIMENTO
           END-IF.
           MOVE LOG-CHAVE TO LIQ-ORIGEM.
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-LIQ
               KEY IS LIQ-ORIGEM
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'S'
               GO TO FIM-REGISTRA-MOVIMENTO
           END-IF.
           INITIALIZE REG-LIQUIDACAO.
           MOVE LOG-CHAVE TO LIQ-ORIGEM.
           MOVE LOG-NSU TO LIQ-NSU.
           MOVE LOG-DATA TO LIQ-DATA.
           MOVE LOG-VALOR TO LIQ-VALOR.
           MOVE LOG-FORMA-PAGTO TO LIQ-FORMA.
           MOVE LOG-TIPO TO LIQ-TIPO-MOV.
           MOVE LOG-CPF TO LIQ-CPF.
           MOVE LOG-OPERADOR TO LIQ-OPERADOR.
           MOVE LOG-FILIAL TO LIQ-FILIAL.
           EVALUATE LOG-FORMA-PAGTO
               WHEN 2 MOVE WS-PAR-LIQ-DEBITO TO WS-PRAZO
               WHEN 3 MOVE WS-PAR-LIQ-CREDITO TO WS-PRAZO
               WHEN OTHER MOVE WS-PAR-LIQ-PIX TO WS-PRAZO
           END-EVALUATE.
           COMPUTE LIQ-PREVISTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LOG-DATA) + WS-PRAZO).
           MOVE 'P' TO LIQ-SITUACAO.
           WRITE REG-LIQUIDACAO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR MOVIMENTO " LOG-CHAVE
                       " - FS " WS-FS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-REGISTRADOS
           END-WRITE.
       FIM-REGISTRA-MOVIMENTO.
           CONTINUE.
       MARCA-ESTORNADO.
      *    PAGAMENTO ESTORNADO NA LOJA - O CANCELAMENTO E FEITO NA
      *    MAQUININHA E O CREDITO NAO E MAIS ESPERADO
           MOVE LOG-ORIGEM-CHAVE TO LIQ-ORIGEM.
           READ ARQ-LIQ
               KEY IS LIQ-ORIGEM
               INVALID KEY GO TO FIM-MARCA-ESTORNADO
           END-READ.
           IF LIQ-SITUACAO NOT = 'P'
               GO TO FIM-MARCA-ESTORNADO
           END-IF.
           MOVE 'E' TO LIQ-SITUACAO.
           REWRITE REG-LIQUIDACAO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR ESTORNO " LIQ-ORIGEM
                       " - FS " WS-FS
           END-REWRITE.
       FIM-MARCA-ESTORNADO.
           CONTINUE.
       IMPORTA-LIQUIDACAO.
      *    SEM ARQUIVO NO DIA NAO E ERRO - A ADQUIRENTE NAO MANDA EM
      *    DIA SEM CREDITO E OS PENDENTES SAEM NA LISTA DE NAO RECEBIDOS
           OPEN INPUT ARQ-ADQ.
           IF WS-FS-3 <> 0
               DISPLAY "ARQUIVO DA ADQUIRENTE NAO ENCONTRADO: "
                   WS-ADQ-NOME
               GO TO FIM-IMPORTA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "LIQUIDACOES SEM MOVIMENTO OU COM TAXA DIVERGENTE - "
               TO REL-LINHA.
           MOVE WS-ADQ-NOME TO REL-LINHA(52:25).
           WRITE REL-LINHA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ADQ
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ADQ-LINHA TO ADQ-DETALHE
                       EVALUATE ADQ-REG
                           WHEN "2"
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM TRATA-LIQUIDACAO
                                   THRU FIM-TRATA-LIQUIDACAO
                           WHEN "9"
                               IF ROD-QTD NUMERIC
                                  AND ROD-QTD NOT = WS-QTD-LIDOS
                                   DISPLAY "AVISO: RODAPE INFORMA "
                                       ROD-QTD " LINHAS, LIDAS "
                                       WS-QTD-LIDOS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ARQ-ADQ.
           IF WS-QTD-SEM-MOV = 0 AND WS-QTD-TAXA-DIV = 0
               MOVE "NENHUMA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-BRUTO TO REL-T-BRUTO.
           MOVE WS-TOT-TAXA TO REL-T-TAXA.
           MOVE WS-TOT-LIQUIDO TO REL-T-LIQUIDO.
           MOVE REL-TOTAIS TO REL-LINHA.
           WRITE REL-LINHA.
       FIM-IMPORTA.
           CONTINUE.
       TRATA-LIQUIDACAO.
           IF ADQ-DATA-VENDA NOT NUMERIC
              OR ADQ-VALOR-BRUTO NOT NUMERIC
              OR ADQ-TAXA NOT NUMERIC
              OR ADQ-VALOR-LIQUIDO NOT NUMERIC
               MOVE "LINHA INVALIDA" TO REL-A-OBS
               PERFORM ESCREVE-LIQUIDACAO
               ADD 1 TO WS-QTD-SEM-MOV
               GO TO FIM-TRATA-LIQUIDACAO
           END-IF.
           MOVE ADQ-NSU TO LIQ-NSU.
           PERFORM PROCURA-MOVIMENTO.
      *    PIX PODE TER SIDO RECEBIDO SEM O IDENTIFICADOR NO BALCAO
           IF WS-ACHOU = 'N' AND WS-JA-CONCILIADA = 'N'
              AND ADQ-MODALIDADE = 'P'
               MOVE SPACES TO LIQ-NSU
               PERFORM PROCURA-MOVIMENTO
           END-IF.
           IF WS-ACHOU = 'N'
               IF WS-JA-CONCILIADA = 'S'
                   ADD 1 TO WS-QTD-REPETIDOS
               ELSE
                   MOVE "SEM MOVIMENTO" TO REL-A-OBS
                   PERFORM ESCREVE-LIQUIDACAO
                   ADD 1 TO WS-QTD-SEM-MOV
               END-IF
               GO TO FIM-TRATA-LIQUIDACAO
           END-IF.
           MOVE 'C' TO LIQ-SITUACAO.
           MOVE ADQ-DATA-CREDITO TO LIQ-DATA-CREDITO.
           MOVE ADQ-TAXA TO LIQ-TAXA.
           MOVE ADQ-VALOR-LIQUIDO TO LIQ-LIQUIDO.
           REWRITE REG-LIQUIDACAO
               INVALID KEY
                   DISPLAY "ERRO AO CONCILIAR MOVIMENTO " LIQ-ORIGEM
                   GO TO FIM-TRATA-LIQUIDACAO
           END-REWRITE.
           ADD 1 TO WS-QTD-CONCILIADOS.
           ADD ADQ-VALOR-BRUTO TO WS-TOT-BRUTO.
           ADD ADQ-TAXA TO WS-TOT-TAXA.
           ADD ADQ-VALOR-LIQUIDO TO WS-TOT-LIQUIDO.
      *    BRUTO MENOS TAXA TEM DE FECHAR COM O LIQUIDO CREDITADO
           COMPUTE WS-TAXA-CALC = ADQ-VALOR-BRUTO - ADQ-VALOR-LIQUIDO.
           IF WS-TAXA-CALC NOT = ADQ-TAXA
               MOVE "TAXA DIVERGENTE" TO REL-A-OBS
               PERFORM ESCREVE-LIQUIDACAO
               ADD 1 TO WS-QTD-TAXA-DIV
           END-IF.
       FIM-TRATA-LIQUIDACAO.
           CONTINUE.
       PROCURA-MOVIMENTO.
      *    PRIMEIRO MOVIMENTO AGUARDANDO COM O MESMO NSU, DATA E VALOR
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-JA-CONCILIADA.
           MOVE ADQ-DATA-VENDA TO LIQ-DATA.
           MOVE ADQ-VALOR-BRUTO TO LIQ-VALOR.
           MOVE LIQ-BUSCA TO WS-BUSCA.
           MOVE 'N' TO WS-FIM-BUSCA.
           START ARQ-LIQ KEY IS EQUAL TO LIQ-BUSCA
               INVALID KEY MOVE 'Y' TO WS-FIM-BUSCA
           END-START.
           PERFORM UNTIL WS-FIM-BUSCA = 'Y'
               READ ARQ-LIQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-FIM-BUSCA
                   NOT AT END
                       IF LIQ-BUSCA NOT = WS-BUSCA
                           MOVE 'Y' TO WS-FIM-BUSCA
                       ELSE
                           IF LIQ-SITUACAO = 'P'
                               MOVE 'S' TO WS-ACHOU
                               MOVE 'Y' TO WS-FIM-BUSCA
                           ELSE
                               MOVE 'S' TO WS-JA-CONCILIADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ESCREVE-LIQUIDACAO.
           MOVE ADQ-NSU TO REL-A-NSU.
           MOVE ADQ-DATA-VENDA TO REL-A-VENDA.
           MOVE ADQ-DATA-CREDITO TO REL-A-CREDITO.
           MOVE ADQ-MODALIDADE TO REL-A-MODAL.
           IF ADQ-VALOR-BRUTO NUMERIC
               MOVE ADQ-VALOR-BRUTO TO REL-A-BRUTO
           ELSE
               MOVE ZEROES TO REL-A-BRUTO
           END-IF.
           IF ADQ-TAXA NUMERIC
               MOVE ADQ-TAXA TO REL-A-TAXA
           ELSE
               MOVE ZEROES TO REL-A-TAXA
           END-IF.
           IF ADQ-VALOR-LIQUIDO NUMERIC
               MOVE ADQ-VALOR-LIQUIDO TO REL-A-LIQUIDO
           ELSE
               MOVE ZEROES TO REL-A-LIQUIDO
           END-IF.
           MOVE REL-DET-ADQ TO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-NAO-RECEBIDOS.
      *    MOVIMENTO AINDA AGUARDANDO DEPOIS DO PRAZO DA ADQUIRENTE
      *    MAIS A FOLGA - CREDITO QUE NAO CHEGOU
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-TOLERANCIA-DIAS).
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MOVIMENTOS SEM CREDITO DA ADQUIRENTE APOS O PRAZO"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE LOW-VALUES TO LIQ-ORIGEM.
           MOVE 'N' TO WS-EOF.
           START ARQ-LIQ KEY IS NOT LESS THAN LIQ-ORIGEM
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LIQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LIQ-SITUACAO = 'P'
                           IF LIQ-PREVISTA < WS-LIMITE
                               PERFORM ESCREVE-NAO-RECEBIDO
                           ELSE
                               ADD 1 TO WS-QTD-AGUARDANDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-NAO-RECEBIDOS = 0
               MOVE "NENHUM" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       ESCREVE-NAO-RECEBIDO.
           ADD 1 TO WS-QTD-NAO-RECEBIDOS.
           MOVE LIQ-DATA TO REL-M-DATA.
           MOVE LIQ-TIPO-MOV TO REL-M-TIPO.
           EVALUATE LIQ-FORMA
               WHEN 2 MOVE "DEBITO" TO REL-M-FORMA
               WHEN 3 MOVE "CREDITO" TO REL-M-FORMA
               WHEN OTHER MOVE "PIX" TO REL-M-FORMA
           END-EVALUATE.
           MOVE LIQ-NSU TO REL-M-NSU.
           MOVE LIQ-VALOR TO REL-M-VALOR.
           MOVE LIQ-PREVISTA TO REL-M-PREVISTA.
           MOVE LIQ-OPERADOR TO REL-M-OPERADOR.
           MOVE LIQ-FILIAL TO REL-M-FILIAL.
           MOVE LIQ-CPF TO REL-M-CPF.
           MOVE REL-DET-MOV TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM ADQUIRE.
