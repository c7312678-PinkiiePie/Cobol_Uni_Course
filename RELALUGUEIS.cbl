       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               FILE STATUS IS WS-FS-3.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-REL VALUE OF FILE-ID IS "RELALUGUEIS.txt".
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-TEM-ALUGUEIS PIC X VALUE 'S'.
           77 WS-TOTAL PIC 9(5) VALUE 0.
           77 WS-HOJE PIC 9(8).
           77 WS-DIAS-ATRASO PIC 9(5).
           COPY WS-CALENDARIO.
           01 REL-CABECALHO.
               05 FILLER PIC X(13) VALUE "CPF".
               05 FILLER PIC X(6) VALUE "FILME".
               05 REL-TOTAL PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    SEM ARQUIVO NENHUM ALUGUEL FOI FEITO AINDA
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS = 35
               MOVE 'N' TO WS-TEM-ALUGUEIS
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-FS <> 0
                   DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS-2
               IF WS-TEM-ALUGUEIS = 'S'
                   CLOSE ARQ-ALUGUEIS
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ESCREVE-LINHA
               END-READ
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-TOTAL TO REL-TOTAL.
           MOVE REL-TOTAL-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-TEM-ALUGUEIS = 'S'
               CLOSE ARQ-ALUGUEIS
           END-IF.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-REL.
           DISPLAY "RELATORIO GERADO EM RELALUGUEIS.txt".
           GOBACK.
       ESCREVE-LINHA.
           ADD 1 TO WS-TOTAL.
           MOVE ALU-CPF TO REL-CPF.
           MOVE ALU-CODIGO TO REL-COD.
           MOVE ALU-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE SPACES TO REL-TITULO
               NOT INVALID KEY MOVE FNOME TO REL-TITULO
           END-READ.
           MOVE ALU-DATA-DEVOLUCAO TO REL-DEVOLUCAO.
           MOVE ZEROES TO WS-DIAS-ATRASO.
           IF WS-HOJE > ALU-DATA-DEVOLUCAO
      *        DIA DE LOJA FECHADA NA FILIAL DA COPIA NAO CONTA ATRASO
               MOVE 'A' TO WS-CAL-FUNCAO
               MOVE ALU-FILIAL TO WS-CAL-FILIAL
               MOVE ALU-DATA-DEVOLUCAO TO WS-CAL-DATA-INI
               MOVE WS-HOJE TO WS-CAL-DATA-FIM
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(ALU-DATA-DEVOLUCAO)
               CALL "CALENDARIO"
                   ON EXCEPTION
                       DISPLAY "AVISO: MODULO CALENDARIO NAO "
                           "ENCONTRADO"
               END-CALL
               MOVE WS-CAL-DIAS TO WS-DIAS-ATRASO
           END-IF.
           IF WS-DIAS-ATRASO > 0
               MOVE "EM ATRASO" TO REL-SITUACAO
           ELSE
               MOVE "NO PRAZO" TO REL-SITUACAO
