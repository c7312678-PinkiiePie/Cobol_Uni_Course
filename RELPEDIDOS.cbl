       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPEDIDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PEDIDOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS PED-NUMERO
               FILE STATUS IS WS-FS.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDOS VALUE OF FILE-ID IS "PEDIDOS-COMPRA.dat".
           COPY REG-PEDIDO.
       FD ARQ-FORNECEDORES VALUE OF FILE-ID IS "FORNECEDORES.dat".
           COPY REG-FORNECEDOR.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-REL VALUE OF FILE-ID IS "RELPEDIDOS.txt".
           01 REL-LINHA PIC X(140).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-PENDENTE PIC 9(2).
           77 WS-ATRASO PIC S9(5).
           77 WS-VALOR PIC 9(7)V99.
           77 WS-QTD PIC 9(5) VALUE 0.
           77 WS-QTD-ATRASO PIC 9(5) VALUE 0.
           77 WS-TOT-COPIAS PIC 9(5) VALUE 0.
           77 WS-TOT-VALOR PIC 9(9)V99 VALUE 0.
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "PEDIDO".
               05 FILLER PIC X(10) VALUE "DATA".
               05 FILLER PIC X(22) VALUE "FORNECEDOR".
               05 FILLER PIC X(32) VALUE "TITULO".
               05 FILLER PIC X(4) VALUE "FIL".
               05 FILLER PIC X(5) VALUE "PED.".
               05 FILLER PIC X(5) VALUE "REC.".
               05 FILLER PIC X(6) VALUE "FALTA".
               05 FILLER PIC X(10) VALUE "PREVISAO".
               05 FILLER PIC X(8) VALUE "ATRASO".
               05 FILLER PIC X(12) VALUE "  VALOR PEND".
           01 REL-DETALHE.
               05 REL-NUMERO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DATA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-FORNECEDOR PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-FILIAL PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-PEDIDA PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-RECEBIDA PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-PENDENTE PIC Z9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 REL-PREVISAO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-ATRASO PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-VALOR PIC ZZZZZZ9.99.
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZZZ9.99.
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(33).
               05 REL-QT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE RELPEDIDOS.txt: " WS-FS-4
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PEDIDOS DE COMPRA EM ABERTO EM " TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(32:8).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
      *    SEM ARQUIVO AINDA NENHUM PEDIDO FOI FEITO
           OPEN INPUT ARQ-PEDIDOS.
           IF WS-FS = 0
               OPEN INPUT ARQ-FORNECEDORES
               OPEN INPUT ARQ-FILMES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PEDIDOS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PED-SITUACAO = 'A' OR PED-SITUACAO = 'P'
                               PERFORM ESCREVE-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
               CLOSE ARQ-FORNECEDORES
               CLOSE ARQ-FILMES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD = 0
               MOVE "NENHUM PEDIDO DE COMPRA EM ABERTO" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE "PEDIDOS EM ABERTO..............: " TO REL-QT-ROTULO
               MOVE WS-QTD TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "PEDIDOS EM ATRASO..............: " TO REL-QT-ROTULO
               MOVE WS-QTD-ATRASO TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "COPIAS A RECEBER...............: " TO REL-QT-ROTULO
               MOVE WS-TOT-COPIAS TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "VALOR A RECEBER................: " TO REL-RS-ROTULO
               MOVE WS-TOT-VALOR TO REL-RS-VALOR
               MOVE REL-RESUMO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-REL.
           DISPLAY "PEDIDOS EM ABERTO EM RELPEDIDOS.txt: " WS-QTD.
           DISPLAY "PEDIDOS EM ATRASO: " WS-QTD-ATRASO.
           GOBACK.
       ESCREVE-PEDIDO.
           ADD 1 TO WS-QTD.
           COMPUTE WS-PENDENTE = PED-QTD - PED-RECEBIDA.
           COMPUTE WS-VALOR = WS-PENDENTE * PED-CUSTO-UNIT.
           ADD WS-PENDENTE TO WS-TOT-COPIAS.
           ADD WS-VALOR TO WS-TOT-VALOR.
           MOVE ZEROES TO WS-ATRASO.
           IF PED-PREVISAO < WS-HOJE
               COMPUTE WS-ATRASO = FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PED-PREVISAO)
               ADD 1 TO WS-QTD-ATRASO
           END-IF.
           MOVE PED-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               KEY IS FOR-CODIGO
               INVALID KEY MOVE "FORNECEDOR INEXISTENTE" TO FOR-NOME
           END-READ.
           MOVE PED-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE "FILME INEXISTENTE" TO FNOME
           END-READ.
           MOVE PED-NUMERO TO REL-NUMERO.
           MOVE PED-DATA TO REL-DATA.
           MOVE FOR-NOME TO REL-FORNECEDOR.
           MOVE FNOME TO REL-TITULO.
           MOVE PED-FILIAL TO REL-FILIAL.
           MOVE PED-QTD TO REL-PEDIDA.
           MOVE PED-RECEBIDA TO REL-RECEBIDA.
           MOVE WS-PENDENTE TO REL-PENDENTE.
           MOVE PED-PREVISAO TO REL-PREVISAO.
           MOVE WS-ATRASO TO REL-ATRASO.
           MOVE WS-VALOR TO REL-VALOR.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM RELPEDIDOS.
