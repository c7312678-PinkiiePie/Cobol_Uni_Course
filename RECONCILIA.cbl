               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-REL VALUE OF FILE-ID IS "RECONCILIA.txt".
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF-ALU PIC X VALUE 'N'.
           77 WS-EOF-FLM PIC X VALUE 'N'.
           77 WS-EOF-ALU2 PIC X VALUE 'N'.
           77 WS-TEM-ALUGUEIS PIC X VALUE 'S'.
           77 WS-CONTAGEM PIC 9(2) VALUE 0.
           77 WS-ALUGADAS PIC 9(2) VALUE 0.
           77 WS-TOTAL-DIVERG PIC 9(5) VALUE 0.
           77 WS-I PIC 9(2).
           01 REL-DETALHE.
               05 REL-CPF PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM ARQUIVO NENHUM ALUGUEL FOI FEITO AINDA - TODA COPIA
      *    MARCADA COMO ALUGADA SAI COMO DIVERGENCIA
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS-4 = 35
               MOVE 'N' TO WS-TEM-ALUGUEIS
           ELSE
               IF WS-FS-4 <> 0
                   DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS-4
                   CLOSE ARQ-CLIENTES
                   CLOSE ARQ-FILMES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-REL.
           MOVE "RECONCILIACAO ALUGUEIS x FILMES" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-TEM-ALUGUEIS = 'S'
               PERFORM VERIFICA-ALUGUEIS
           END-IF.
           PERFORM VERIFICA-FILMES.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           IF WS-TEM-ALUGUEIS = 'S'
               CLOSE ARQ-ALUGUEIS
           END-IF.
           CLOSE ARQ-REL.
           DISPLAY "RELATORIO GERADO EM RECONCILIA.txt".
           GOBACK.
       VERIFICA-ALUGUEIS.
           MOVE LOW-VALUES TO ALU-CHAVE.
           START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF-ALU
           END-START.
           MOVE 'N' TO WS-EOF-ALU.
           PERFORM UNTIL WS-EOF-ALU = 'Y'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ALU
                   NOT AT END PERFORM VERIFICA-ALUGUEL
               END-READ
           END-PERFORM.
       VERIFICA-ALUGUEL.
           MOVE ALU-CPF TO REL-CPF.
           MOVE ALU-CODIGO TO REL-COD.
           MOVE ALU-CPF TO CCPF.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY
                   MOVE "ALUGUEL DE CLIENTE NAO CADASTRADO"
                       TO REL-PROBLEMA
                   PERFORM ESCREVE-DIVERGENCIA
           END-READ.
           MOVE ALU-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY
                   MOVE "FILME ALUGADO NAO CADASTRADO"
                       TO REL-PROBLEMA
                   PERFORM ESCREVE-DIVERGENCIA
               NOT INVALID KEY
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > 10
                              OR COPIA-NUMERO(WS-I) = ALU-COPIA
                   END-PERFORM
                   IF WS-I > 10
                       MOVE "COPIA ALUGADA NAO CADASTRADA"
                           TO REL-PROBLEMA
                       PERFORM ESCREVE-DIVERGENCIA
                   ELSE
                       IF COPIA-STATUS(WS-I) NOT = 0
                           MOVE "CLIENTE ALUGOU MAS A COPIA NAO CONSTA"
                               & " ALUGADA"
                               TO REL-PROBLEMA
                           PERFORM ESCREVE-DIVERGENCIA
                       END-IF
                   END-IF
           END-READ.
       VERIFICA-FILMES.
           MOVE LOW-VALUES TO CODIGO.
           START ARQ-FILMES KEY IS NOT LESS THAN CODIGO
                   ADD 1 TO WS-ALUGADAS
               END-IF
           END-PERFORM.
      *    PELA CHAVE DO TITULO SO OS ALUGUEIS DESTE FILME SAO LIDOS
           IF WS-TEM-ALUGUEIS = 'S'
               MOVE CODIGO TO ALU-CODIGO
               MOVE ZEROES TO ALU-COPIA
               MOVE 'N' TO WS-EOF-ALU2
               START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-TITULO
                   INVALID KEY MOVE 'Y' TO WS-EOF-ALU2
               END-START
               PERFORM UNTIL WS-EOF-ALU2 = 'Y'
                   READ ARQ-ALUGUEIS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-ALU2
                       NOT AT END
                           IF ALU-CODIGO = CODIGO
                               ADD 1 TO WS-CONTAGEM
                           ELSE
                               MOVE 'Y' TO WS-EOF-ALU2
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CONTAGEM NOT = WS-ALUGADAS
               MOVE SPACES TO REL-CPF
               MOVE CODIGO TO REL-COD
               MOVE "QTD DE ALUGUEIS EM ABERTO NAO CONFERE"
                   TO REL-PROBLEMA
               PERFORM ESCREVE-DIVERGENCIA
           END-IF.
