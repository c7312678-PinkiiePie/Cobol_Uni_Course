       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ACORDOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ACORDOS VALUE OF FILE-ID IS "ACORDOS.dat".
           COPY REG-ACORDO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X.
           77 WS-I PIC 9(2).
           77 WS-K PIC 9(2).
           77 WS-MAX-PARCELAS PIC 9(2).
           77 WS-SEQ-ATIVO PIC 9(2).
           77 WS-SEQ-ULTIMO PIC 9(2).
           77 WS-SIT-ULTIMO PIC X(1).
           77 WS-PARCELADO PIC 9(7)V99.
           77 WS-VALOR-BASE PIC 9(5)V99.
           77 WS-RESTANTE PIC 9(7)V99.
           77 WS-APLICADO PIC 9(5)V99.
           77 WS-DIA-BASE PIC 9(2).
           77 WS-ULTIMO-DIA PIC 9(2).
           77 WS-DATA-AUX PIC 9(8).
           77 WS-DATA-OK PIC X.
           01 WS-VENC-DET.
               05 WS-VENC-ANO PIC 9(4).
               05 WS-VENC-MES PIC 9(2).
               05 WS-VENC-DIA PIC 9(2).
           01 WS-VENC-N REDEFINES WS-VENC-DET PIC 9(8).
           01 WS-MES-SEG.
               05 WS-SEG-ANO PIC 9(4).
               05 WS-SEG-MES PIC 9(2).
               05 WS-SEG-DIA PIC 9(2).
           01 WS-MES-SEG-N REDEFINES WS-MES-SEG PIC 9(8).
           COPY WS-PARAMETRO.
           COPY WS-ACORDO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROES TO WS-ACD-RC.
           MOVE SPACES TO WS-ACD-MENSAGEM.
           IF WS-ACD-DATA NOT NUMERIC OR WS-ACD-DATA = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACD-DATA
           END-IF.
           EVALUATE WS-ACD-FUNCAO
               WHEN 'S'
                   PERFORM SIMULA THRU FIM-SIMULA
               WHEN 'C'
                   PERFORM CONSULTA THRU FIM-CONSULTA
               WHEN 'P'
                   PERFORM BAIXA-PAGAMENTO THRU FIM-BAIXA-PAGAMENTO
               WHEN 'E'
                   PERFORM DESFAZ-PAGAMENTO THRU FIM-DESFAZ-PAGAMENTO
               WHEN 'G'
                   PERFORM GRAVA-ACORDO THRU FIM-GRAVA-ACORDO
               WHEN OTHER
                   MOVE 2 TO WS-ACD-RC
                   MOVE "FUNCAO INVALIDA" TO WS-ACD-MENSAGEM
           END-EVALUATE.
           GOBACK.
       SIMULA.
           MOVE ZEROES TO WS-ACD-QTD.
           MOVE ZEROES TO WS-ACD-TOTAL.
           MOVE ZEROES TO WS-ACD-ABERTO.
           MOVE ZEROES TO WS-ACD-PROX-VENC.
           MOVE SPACES TO WS-ACD-SITUACAO.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           MOVE WS-PAR-ACORDO-PARCELAS TO WS-MAX-PARCELAS.
           IF WS-PAR-ACORDO-PARCELAS NOT NUMERIC
              OR WS-PAR-ACORDO-PARCELAS = 0
               MOVE 6 TO WS-MAX-PARCELAS
           END-IF.
      *    A ENTRADA OCUPA UMA DAS 13 POSICOES DO REGISTRO
           IF WS-MAX-PARCELAS > 12
               MOVE 12 TO WS-MAX-PARCELAS
           END-IF.
           IF WS-ACD-SALDO = 0
               MOVE 2 TO WS-ACD-RC
               MOVE "CLIENTE SEM SALDO A NEGOCIAR" TO WS-ACD-MENSAGEM
               GO TO FIM-SIMULA
           END-IF.
           IF WS-ACD-QTD-PARCELAS < 1
              OR WS-ACD-QTD-PARCELAS > WS-MAX-PARCELAS
               MOVE 2 TO WS-ACD-RC
               MOVE "QTD. DE PARCELAS DEVE SER DE 1 A" TO
                   WS-ACD-MENSAGEM
               MOVE WS-MAX-PARCELAS TO WS-ACD-MENSAGEM(34:2)
               GO TO FIM-SIMULA
           END-IF.
           IF WS-ACD-DESCONTO >= WS-ACD-SALDO
               MOVE 2 TO WS-ACD-RC
               MOVE "DESCONTO MAIOR QUE O SALDO" TO WS-ACD-MENSAGEM
               GO TO FIM-SIMULA
           END-IF.
           COMPUTE WS-ACD-TOTAL = WS-ACD-SALDO - WS-ACD-DESCONTO.
           IF WS-ACD-ENTRADA >= WS-ACD-TOTAL
               MOVE 2 TO WS-ACD-RC
               MOVE "ENTRADA QUITA O SALDO - NAO HA O QUE PARCELAR"
                   TO WS-ACD-MENSAGEM
               GO TO FIM-SIMULA
           END-IF.
      *    SEM DATA, A PRIMEIRA PARCELA VENCE EM 30 DIAS
           IF WS-ACD-PRIMEIRO-VENC = 0
               COMPUTE WS-ACD-PRIMEIRO-VENC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ACD-DATA) + 30)
           END-IF.
           MOVE WS-ACD-PRIMEIRO-VENC TO WS-VENC-N.
           PERFORM VALIDA-DATA THRU FIM-VALIDA-DATA.
           IF WS-DATA-OK = 'N'
              OR WS-ACD-PRIMEIRO-VENC <= WS-ACD-DATA
               MOVE 2 TO WS-ACD-RC
               MOVE "PRIMEIRO VENCIMENTO INVALIDO" TO WS-ACD-MENSAGEM
               GO TO FIM-SIMULA
           END-IF.
           COMPUTE WS-PARCELADO = WS-ACD-TOTAL - WS-ACD-ENTRADA.
           COMPUTE WS-VALOR-BASE = WS-PARCELADO / WS-ACD-QTD-PARCELAS.
           IF WS-VALOR-BASE = 0
               MOVE 2 TO WS-ACD-RC
               MOVE "VALOR DA PARCELA MUITO BAIXO" TO WS-ACD-MENSAGEM
               GO TO FIM-SIMULA
           END-IF.
           MOVE ZEROES TO WS-K.
           IF WS-ACD-ENTRADA > 0
               MOVE 1 TO WS-K
               MOVE 'E' TO WS-ACD-PAR-TIPO(1)
               MOVE WS-ACD-DATA TO WS-ACD-PAR-VENC(1)
               MOVE WS-ACD-ENTRADA TO WS-ACD-PAR-VALOR(1)
               MOVE ZEROES TO WS-ACD-PAR-PAGO(1)
           END-IF.
      *    MESMO DIA EM TODOS OS MESES; NO MES MAIS CURTO VENCE NO
      *    ULTIMO DIA. A ULTIMA PARCELA LEVA A SOBRA DOS CENTAVOS
           MOVE WS-VENC-DIA TO WS-DIA-BASE.
           MOVE WS-PARCELADO TO WS-RESTANTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACD-QTD-PARCELAS
               ADD 1 TO WS-K
               MOVE 'P' TO WS-ACD-PAR-TIPO(WS-K)
               MOVE WS-DIA-BASE TO WS-VENC-DIA
               PERFORM AJUSTA-DIA
               MOVE WS-VENC-N TO WS-ACD-PAR-VENC(WS-K)
               IF WS-I = WS-ACD-QTD-PARCELAS
                   MOVE WS-RESTANTE TO WS-ACD-PAR-VALOR(WS-K)
               ELSE
                   MOVE WS-VALOR-BASE TO WS-ACD-PAR-VALOR(WS-K)
                   SUBTRACT WS-VALOR-BASE FROM WS-RESTANTE
               END-IF
               MOVE ZEROES TO WS-ACD-PAR-PAGO(WS-K)
               PERFORM AVANCA-MES
           END-PERFORM.
           MOVE WS-K TO WS-ACD-QTD.
           MOVE WS-ACD-TOTAL TO WS-ACD-ABERTO.
           MOVE WS-ACD-PAR-VENC(1) TO WS-ACD-PROX-VENC.
       FIM-SIMULA.
           CONTINUE.
       AVANCA-MES.
           IF WS-VENC-MES = 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO
           ELSE
               ADD 1 TO WS-VENC-MES
           END-IF.
       AJUSTA-DIA.
           MOVE WS-VENC-ANO TO WS-SEG-ANO.
           MOVE WS-VENC-MES TO WS-SEG-MES.
           MOVE 1 TO WS-SEG-DIA.
           IF WS-SEG-MES = 12
               MOVE 1 TO WS-SEG-MES
               ADD 1 TO WS-SEG-ANO
           ELSE
               ADD 1 TO WS-SEG-MES
           END-IF.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SEG-N) - 1).
           MOVE WS-DATA-AUX(7:2) TO WS-ULTIMO-DIA.
           IF WS-VENC-DIA > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-VENC-DIA
           END-IF.
       VALIDA-DATA.
           MOVE 'S' TO WS-DATA-OK.
           IF WS-VENC-ANO < 1601 OR WS-VENC-MES < 1
              OR WS-VENC-MES > 12 OR WS-VENC-DIA < 1
               MOVE 'N' TO WS-DATA-OK
               GO TO FIM-VALIDA-DATA
           END-IF.
           MOVE WS-VENC-DIA TO WS-K.
           MOVE 31 TO WS-VENC-DIA.
           PERFORM AJUSTA-DIA.
           IF WS-K > WS-VENC-DIA
               MOVE 'N' TO WS-DATA-OK
           END-IF.
           MOVE WS-K TO WS-VENC-DIA.
       FIM-VALIDA-DATA.
           CONTINUE.
       CONSULTA.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-FS <> 0
      *        SEM ARQUIVO NENHUM ACORDO FOI FEITO AINDA
               MOVE ZEROES TO WS-ACD-SEQ
               MOVE 1 TO WS-ACD-RC
               GO TO FIM-CONSULTA
           END-IF.
           PERFORM LOCALIZA-ACORDO THRU FIM-LOCALIZA-ACORDO.
           MOVE WS-SEQ-ULTIMO TO WS-ACD-SEQ.
           IF WS-SEQ-ATIVO = 0
               MOVE 1 TO WS-ACD-RC
           ELSE
               MOVE WS-ACD-CPF TO ACO-CPF
               MOVE WS-SEQ-ATIVO TO ACO-SEQ
               READ ARQ-ACORDOS
                   KEY IS ACO-CHAVE
                   INVALID KEY MOVE 9 TO WS-ACD-RC
                   NOT INVALID KEY PERFORM CARREGA-RETORNO
               END-READ
           END-IF.
           CLOSE ARQ-ACORDOS.
       FIM-CONSULTA.
           CONTINUE.
       LOCALIZA-ACORDO.
      *    PERCORRE OS ACORDOS DO CPF - GUARDA O ATIVO E O ULTIMO
           MOVE ZEROES TO WS-SEQ-ATIVO.
           MOVE ZEROES TO WS-SEQ-ULTIMO.
           MOVE SPACES TO WS-SIT-ULTIMO.
           MOVE WS-ACD-CPF TO ACO-CPF.
           MOVE ZEROES TO ACO-SEQ.
           MOVE 'N' TO WS-EOF.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ACORDOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACO-CPF NOT = WS-ACD-CPF
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE ACO-SEQ TO WS-SEQ-ULTIMO
                           MOVE ACO-SITUACAO TO WS-SIT-ULTIMO
                           IF ACO-SITUACAO = 'A'
                               MOVE ACO-SEQ TO WS-SEQ-ATIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FIM-LOCALIZA-ACORDO.
           CONTINUE.
       CARREGA-RETORNO.
           MOVE ACO-SEQ TO WS-ACD-SEQ.
           MOVE ACO-TOTAL TO WS-ACD-TOTAL.
           MOVE ACO-SITUACAO TO WS-ACD-SITUACAO.
           MOVE ACO-BOLETO TO WS-ACD-BOLETO.
           MOVE ZEROES TO WS-ACD-ABERTO.
           MOVE ZEROES TO WS-ACD-PROX-VENC.
           MOVE ZEROES TO WS-ACD-QTD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
               MOVE ACO-PAR-TIPO(WS-I) TO WS-ACD-PAR-TIPO(WS-I)
               MOVE ACO-PAR-VENCIMENTO(WS-I) TO WS-ACD-PAR-VENC(WS-I)
               MOVE ACO-PAR-VALOR(WS-I) TO WS-ACD-PAR-VALOR(WS-I)
               MOVE ACO-PAR-PAGO(WS-I) TO WS-ACD-PAR-PAGO(WS-I)
               IF ACO-PAR-TIPO(WS-I) NOT = SPACE
                   ADD 1 TO WS-ACD-QTD
                   COMPUTE WS-ACD-ABERTO = WS-ACD-ABERTO
                       + ACO-PAR-VALOR(WS-I) - ACO-PAR-PAGO(WS-I)
                   IF ACO-PAR-PAGO(WS-I) < ACO-PAR-VALOR(WS-I)
                      AND WS-ACD-PROX-VENC = 0
                       MOVE ACO-PAR-VENCIMENTO(WS-I)
                           TO WS-ACD-PROX-VENC
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-ACORDO.
           OPEN I-O ARQ-ACORDOS.
           IF WS-FS = 35
               OPEN OUTPUT ARQ-ACORDOS
               CLOSE ARQ-ACORDOS
               OPEN I-O ARQ-ACORDOS
           END-IF.
           IF WS-FS <> 0
               MOVE 9 TO WS-ACD-RC
               MOVE "ERRO NA ABERTURA DE ACORDOS.dat" TO
                   WS-ACD-MENSAGEM
               GO TO FIM-GRAVA-ACORDO
           END-IF.
           PERFORM LOCALIZA-ACORDO THRU FIM-LOCALIZA-ACORDO.
           IF WS-SEQ-ATIVO > 0
               MOVE 2 TO WS-ACD-RC
               MOVE "CLIENTE JA TEM ACORDO ATIVO" TO WS-ACD-MENSAGEM
               CLOSE ARQ-ACORDOS
               GO TO FIM-GRAVA-ACORDO
           END-IF.
      *    O PLANO E REFEITO AQUI PARA NAO GRAVAR PARCELAS QUE NAO
      *    BATEM COM OS DADOS INFORMADOS
           PERFORM SIMULA THRU FIM-SIMULA.
           IF WS-ACD-RC NOT = 0
               CLOSE ARQ-ACORDOS
               GO TO FIM-GRAVA-ACORDO
           END-IF.
           IF WS-SEQ-ULTIMO = 99
               MOVE 2 TO WS-ACD-RC
               MOVE "LIMITE DE ACORDOS DO CLIENTE ATINGIDO" TO
                   WS-ACD-MENSAGEM
               CLOSE ARQ-ACORDOS
               GO TO FIM-GRAVA-ACORDO
           END-IF.
           INITIALIZE REG-ACORDO.
           MOVE WS-ACD-CPF TO ACO-CPF.
           COMPUTE ACO-SEQ = WS-SEQ-ULTIMO + 1.
           MOVE WS-ACD-DATA TO ACO-DATA.
           MOVE WS-ACD-OPERADOR TO ACO-OPERADOR.
           MOVE WS-ACD-FILIAL TO ACO-FILIAL.
           MOVE WS-ACD-SALDO TO ACO-SALDO-ORIGINAL.
           MOVE WS-ACD-DESCONTO TO ACO-DESCONTO.
           MOVE WS-ACD-ENTRADA TO ACO-ENTRADA.
           MOVE WS-ACD-TOTAL TO ACO-TOTAL.
           MOVE WS-ACD-QTD-PARCELAS TO ACO-QTD-PARCELAS.
           MOVE WS-ACD-ESTAGIO TO ACO-ESTAGIO-ANTERIOR.
           MOVE WS-ACD-BOLETO TO ACO-BOLETO.
           IF ACO-BOLETO NOT = 'S'
               MOVE 'N' TO ACO-BOLETO
           END-IF.
           MOVE 'A' TO ACO-SITUACAO.
           MOVE WS-ACD-DATA TO ACO-DATA-SITUACAO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACD-QTD
               MOVE WS-ACD-PAR-TIPO(WS-I) TO ACO-PAR-TIPO(WS-I)
               MOVE WS-ACD-PAR-VENC(WS-I) TO ACO-PAR-VENCIMENTO(WS-I)
               MOVE WS-ACD-PAR-VALOR(WS-I) TO ACO-PAR-VALOR(WS-I)
           END-PERFORM.
           WRITE REG-ACORDO
               INVALID KEY
                   MOVE 9 TO WS-ACD-RC
                   MOVE "ERRO AO GRAVAR O ACORDO" TO WS-ACD-MENSAGEM
               NOT INVALID KEY
                   MOVE ACO-SEQ TO WS-ACD-SEQ
                   MOVE 'A' TO WS-ACD-SITUACAO
           END-WRITE.
           CLOSE ARQ-ACORDOS.
       FIM-GRAVA-ACORDO.
           CONTINUE.
       BAIXA-PAGAMENTO.
           OPEN I-O ARQ-ACORDOS.
           IF WS-FS = 35
               MOVE 1 TO WS-ACD-RC
               GO TO FIM-BAIXA-PAGAMENTO
           END-IF.
           IF WS-FS <> 0
               MOVE 9 TO WS-ACD-RC
               MOVE "ERRO NA ABERTURA DE ACORDOS.dat" TO
                   WS-ACD-MENSAGEM
               GO TO FIM-BAIXA-PAGAMENTO
           END-IF.
           PERFORM LOCALIZA-ACORDO THRU FIM-LOCALIZA-ACORDO.
           IF WS-SEQ-ATIVO = 0
               MOVE 1 TO WS-ACD-RC
               CLOSE ARQ-ACORDOS
               GO TO FIM-BAIXA-PAGAMENTO
           END-IF.
           MOVE WS-ACD-CPF TO ACO-CPF.
           MOVE WS-SEQ-ATIVO TO ACO-SEQ.
           READ ARQ-ACORDOS
               KEY IS ACO-CHAVE
               INVALID KEY
                   MOVE 9 TO WS-ACD-RC
                   CLOSE ARQ-ACORDOS
                   GO TO FIM-BAIXA-PAGAMENTO
           END-READ.
      *    O PAGAMENTO QUITA AS PARCELAS NA ORDEM DE VENCIMENTO
           MOVE WS-ACD-VALOR TO WS-RESTANTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 13 OR WS-RESTANTE = 0
               IF ACO-PAR-TIPO(WS-I) NOT = SPACE
                  AND ACO-PAR-PAGO(WS-I) < ACO-PAR-VALOR(WS-I)
                   COMPUTE WS-APLICADO = ACO-PAR-VALOR(WS-I)
                       - ACO-PAR-PAGO(WS-I)
                   IF WS-APLICADO > WS-RESTANTE
                       MOVE WS-RESTANTE TO WS-APLICADO
                   END-IF
                   ADD WS-APLICADO TO ACO-PAR-PAGO(WS-I)
                   SUBTRACT WS-APLICADO FROM WS-RESTANTE
                   IF ACO-PAR-PAGO(WS-I) = ACO-PAR-VALOR(WS-I)
                       MOVE WS-ACD-DATA TO ACO-PAR-DATA-PAGTO(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
           SUBTRACT WS-RESTANTE FROM WS-ACD-VALOR.
           PERFORM CARREGA-RETORNO.
           IF WS-ACD-ABERTO = 0
               MOVE 'Q' TO ACO-SITUACAO
               MOVE WS-ACD-DATA TO ACO-DATA-SITUACAO
               MOVE 'Q' TO WS-ACD-SITUACAO
           END-IF.
           REWRITE REG-ACORDO
               INVALID KEY
                   MOVE 9 TO WS-ACD-RC
                   MOVE "ERRO AO GRAVAR O ACORDO" TO WS-ACD-MENSAGEM
           END-REWRITE.
           CLOSE ARQ-ACORDOS.
       FIM-BAIXA-PAGAMENTO.
           CONTINUE.
       DESFAZ-PAGAMENTO.
           OPEN I-O ARQ-ACORDOS.
           IF WS-FS = 35
               MOVE 1 TO WS-ACD-RC
               GO TO FIM-DESFAZ-PAGAMENTO
           END-IF.
           IF WS-FS <> 0
               MOVE 9 TO WS-ACD-RC
               MOVE "ERRO NA ABERTURA DE ACORDOS.dat" TO
                   WS-ACD-MENSAGEM
               GO TO FIM-DESFAZ-PAGAMENTO
           END-IF.
      *    O ESTORNO VALE PARA O ACORDO ATIVO OU PARA O QUE O
      *    PAGAMENTO ESTORNADO ACABOU DE QUITAR
           PERFORM LOCALIZA-ACORDO THRU FIM-LOCALIZA-ACORDO.
           IF WS-SEQ-ATIVO = 0
               IF WS-SIT-ULTIMO = 'Q'
                   MOVE WS-SEQ-ULTIMO TO WS-SEQ-ATIVO
               ELSE
                   MOVE 1 TO WS-ACD-RC
                   CLOSE ARQ-ACORDOS
                   GO TO FIM-DESFAZ-PAGAMENTO
               END-IF
           END-IF.
           MOVE WS-ACD-CPF TO ACO-CPF.
           MOVE WS-SEQ-ATIVO TO ACO-SEQ.
           READ ARQ-ACORDOS
               KEY IS ACO-CHAVE
               INVALID KEY
                   MOVE 9 TO WS-ACD-RC
                   CLOSE ARQ-ACORDOS
                   GO TO FIM-DESFAZ-PAGAMENTO
           END-READ.
      *    DESFAZ DA PARCELA MAIS NOVA PARA A MAIS ANTIGA
           MOVE WS-ACD-VALOR TO WS-RESTANTE.
           PERFORM VARYING WS-I FROM 13 BY -1
                   UNTIL WS-I < 1 OR WS-RESTANTE = 0
               IF ACO-PAR-TIPO(WS-I) NOT = SPACE
                  AND ACO-PAR-PAGO(WS-I) > 0
                   MOVE ACO-PAR-PAGO(WS-I) TO WS-APLICADO
                   IF WS-APLICADO > WS-RESTANTE
                       MOVE WS-RESTANTE TO WS-APLICADO
                   END-IF
                   SUBTRACT WS-APLICADO FROM ACO-PAR-PAGO(WS-I)
                   SUBTRACT WS-APLICADO FROM WS-RESTANTE
                   MOVE ZEROES TO ACO-PAR-DATA-PAGTO(WS-I)
               END-IF
           END-PERFORM.
           SUBTRACT WS-RESTANTE FROM WS-ACD-VALOR.
           PERFORM CARREGA-RETORNO.
           IF ACO-SITUACAO = 'Q' AND WS-ACD-ABERTO > 0
               MOVE 'A' TO ACO-SITUACAO
               MOVE WS-ACD-DATA TO ACO-DATA-SITUACAO
               MOVE 'A' TO WS-ACD-SITUACAO
           END-IF.
           REWRITE REG-ACORDO
               INVALID KEY
                   MOVE 9 TO WS-ACD-RC
                   MOVE "ERRO AO GRAVAR O ACORDO" TO WS-ACD-MENSAGEM
           END-REWRITE.
           CLOSE ARQ-ACORDOS.
       FIM-DESFAZ-PAGAMENTO.
           CONTINUE.
       END PROGRAM ACORDO.
