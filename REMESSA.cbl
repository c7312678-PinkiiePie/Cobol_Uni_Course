               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-PLANOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-REM
           ASSIGN TO DYNAMIC WS-REM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY REG-CONTA.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-PLANOS VALUE OF FILE-ID IS "PLANOS.dat".
           COPY REG-PLANO.
       FD ARQ-REM.
           01 REM-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-PLANOS-OK PIC X VALUE 'N'.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-REM-NOME PIC X(25).
           77 WS-HOJE PIC X(8).
           77 WS-QTD-TITULOS PIC 9(7) VALUE 0.
           77 WS-SOMA-VALORES PIC 9(11)V99 VALUE 0.
           77 WS-VALOR-TITULO PIC S9(7)V99.
           77 WS-HOJE-N PIC 9(8).
           77 WS-LIMITE-BOLETO PIC 9(8).
           77 WS-P PIC 9(2).
           COPY WS-ACORDO.
      *    LAYOUT FIXO COMBINADO COM O BANCO - HEADER 10, DETALHE
      *    20, PARCELA DE ACORDO 21, TRAILER 90
           01 REM-CABECALHO.
               05 FILLER PIC X(2) VALUE "10".
               05 CAB-GERACAO PIC 9(8).
               05 DET-VALOR PIC 9(9)V99.
               05 DET-DATA-ULT PIC 9(8).
               05 FILLER PIC X(5) VALUE SPACES.
           01 REM-PARCELA.
               05 FILLER PIC X(2) VALUE "21".
               05 PAR-CPF PIC X(14).
               05 PAR-NOME PIC X(40).
               05 PAR-VALOR PIC 9(9)V99.
               05 PAR-VENCIMENTO PIC 9(8).
               05 PAR-NUMERO PIC 9(2).
               05 FILLER PIC X(3) VALUE SPACES.
           01 REM-TRAILER.
               05 FILLER PIC X(2) VALUE "90".
               05 TRL-QTD PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
      *    PARCELA DE ACORDO VAI PARA O BANCO ATE 30 DIAS ANTES
           MOVE WS-HOJE TO WS-HOJE-N.
           COMPUTE WS-LIMITE-BOLETO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-N) + 30).
           OPEN INPUT ARQ-CONTAS.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE CONTAS.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM PLANOS.dat NAO HA MENSALIDADE A SEGURAR
           OPEN INPUT ARQ-PLANOS.
           IF WS-FS-4 = 0
               MOVE 'S' TO WS-PLANOS-OK
           END-IF.
           MOVE SPACES TO WS-REM-NOME.
           STRING "REMESSA-" WS-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-REM-NOME.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CONTA-SALDO > 0
                           PERFORM GRAVA-TITULO THRU FIM-GRAVA-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REM.
           CLOSE ARQ-CONTAS.
           CLOSE ARQ-CLIENTES.
           IF WS-PLANOS-OK = 'S'
               CLOSE ARQ-PLANOS
           END-IF.
           DISPLAY "TITULOS NA REMESSA: " WS-QTD-TITULOS.
           DISPLAY "ARQUIVO GERADO: " WS-REM-NOME.
           GOBACK.
       GRAVA-TITULO.
           MOVE CONTA-CPF(1:14) TO DET-CPF.
           MOVE CONTA-CPF TO CCPF.
           MOVE ZEROES TO ASS-PLANO.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY MOVE SPACES TO DET-NOME
               NOT INVALID KEY MOVE NOME TO DET-NOME
           END-READ.
      *    O QUE ESTA NO ACORDO SAI DO TITULO DO SALDO; SE O ACORDO
      *    E POR BOLETO CADA PARCELA VAI NUM DETALHE 21
           MOVE CONTA-SALDO TO WS-VALOR-TITULO.
           MOVE 'C' TO WS-ACD-FUNCAO.
           MOVE CONTA-CPF(1:14) TO WS-ACD-CPF.
           MOVE ZEROES TO WS-ACD-DATA.
           MOVE 1 TO WS-ACD-RC.
           CALL "ACORDO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO ACORDO NAO ENCONTRADO"
           END-CALL.
           IF WS-ACD-RC = 0
               SUBTRACT WS-ACD-ABERTO FROM WS-VALOR-TITULO
               IF WS-ACD-BOLETO = 'S'
                   PERFORM GRAVA-PARCELAS
               END-IF
           END-IF.
      *    ASSINANTE QUE PAGA NO BALCAO: A MENSALIDADE EM ABERTO SO
      *    VAI PARA O BANCO DEPOIS DO VENCIMENTO - O RESTO DO SALDO
      *    (ALUGUEIS, MULTAS) SEGUE NO TITULO
           IF ASS-PLANO > 0 AND ASS-BOLETO NOT = 'S'
              AND ASS-VENCIMENTO NOT < WS-HOJE
              AND WS-PLANOS-OK = 'S'
               MOVE ASS-PLANO TO PLN-CODIGO
               READ ARQ-PLANOS
                   KEY IS PLN-CODIGO
                   INVALID KEY MOVE ZEROES TO PLN-MENSALIDADE
               END-READ
               SUBTRACT PLN-MENSALIDADE FROM WS-VALOR-TITULO
           END-IF.
           IF WS-VALOR-TITULO <= 0
               GO TO FIM-GRAVA-TITULO
           END-IF.
           MOVE WS-VALOR-TITULO TO DET-VALOR.
           MOVE CONTA-DATA-ULT TO DET-DATA-ULT.
           WRITE REM-LINHA FROM REM-DETALHE.
           ADD 1 TO WS-QTD-TITULOS.
           ADD WS-VALOR-TITULO TO WS-SOMA-VALORES.
       FIM-GRAVA-TITULO.
           CONTINUE.
       GRAVA-PARCELAS.
           MOVE DET-CPF TO PAR-CPF.
           MOVE DET-NOME TO PAR-NOME.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-ACD-QTD
               IF WS-ACD-PAR-TIPO(WS-P) = 'P'
                  AND WS-ACD-PAR-PAGO(WS-P) < WS-ACD-PAR-VALOR(WS-P)
                  AND WS-ACD-PAR-VENC(WS-P) <= WS-LIMITE-BOLETO
                   COMPUTE PAR-VALOR = WS-ACD-PAR-VALOR(WS-P)
                       - WS-ACD-PAR-PAGO(WS-P)
                   MOVE WS-ACD-PAR-VENC(WS-P) TO PAR-VENCIMENTO
                   MOVE WS-P TO PAR-NUMERO
                   WRITE REM-LINHA FROM REM-PARCELA
                   ADD 1 TO WS-QTD-TITULOS
                   ADD PAR-VALOR TO WS-SOMA-VALORES
               END-IF
           END-PERFORM.
       END PROGRAM REMESSA.
