               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CONTA-CPF
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-9.
       SELECT ARQ-BKP-CLI
           ASSIGN TO DYNAMIC WS-BKP-NOME-CLI
               ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO DYNAMIC WS-BKP-NOME-CTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-BKP-ALU
           ASSIGN TO DYNAMIC WS-BKP-NOME-ALU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-10.
       SELECT ARQ-JORNAL
           ASSIGN TO DYNAMIC WS-JRN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY REG-FILME.
       FD ARQ-CONTAS VALUE OF FILE-ID IS "CONTAS.dat".
           COPY REG-CONTA.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-BKP-CLI.
           01 BKP-REG-CLI PIC X(400).
       FD ARQ-BKP-FLM.
           01 BKP-REG-FLM PIC X(600).
       FD ARQ-BKP-CTA.
           01 BKP-REG-CTA PIC X(100).
       FD ARQ-BKP-ALU.
           01 BKP-REG-ALU PIC X(100).
       FD ARQ-JORNAL.
           COPY REG-JORNAL.
       FD ARQ-REL VALUE OF FILE-ID IS "RESTAURA.txt".
           77 WS-FS-6 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-FS-8 PIC 99.
           77 WS-FS-9 PIC 99.
           77 WS-FS-10 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-BKP-DATA PIC 9(8).
           77 WS-ALVO-DATA PIC 9(8).
           77 WS-BKP-NOME-CLI PIC X(25).
           77 WS-BKP-NOME-FLM PIC X(25).
           77 WS-BKP-NOME-CTA PIC X(25).
           77 WS-BKP-NOME-ALU PIC X(25).
           77 WS-QTD-GRAVADOS PIC 9(5).
           77 WS-QTD-REJEITADOS PIC 9(5).
           77 WS-QTD-APLICADOS PIC 9(5) VALUE 0.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-OPER PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CHAVE PIC X(28).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RESTAURACAO PONTO-NO-TEMPO".
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ISTO SUBSTITUI CLIENTES, FILMES, CONTAS E "
               "ALUGUEIS - CONFIRMA (S/N)? ".
           MOVE SPACE TO WS-RESP.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
           MOVE SPACES TO WS-BKP-NOME-CTA.
           STRING "CONTAS-" WS-BKP-DATA ".bkp"
               DELIMITED BY SIZE INTO WS-BKP-NOME-CTA.
           MOVE SPACES TO WS-BKP-NOME-ALU.
           STRING "ALUGUEIS-" WS-BKP-DATA ".bkp"
               DELIMITED BY SIZE INTO WS-BKP-NOME-ALU.
           OPEN OUTPUT ARQ-REL.
           MOVE "RESTAURACAO A PARTIR DO BACKUP DE " TO REL-LINHA.
           MOVE WS-BKP-DATA TO REL-LINHA(35:8).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
      *    CONFERE OS QUATRO BACKUPS ANTES DE TOCAR EM QUALQUER
      *    ARQUIVO - FALTANDO UM, NADA E SUBSTITUIDO
           PERFORM VERIFICA-BACKUPS THRU FIM-VERIF-BKP.
           IF WS-RELOAD-OK = 'S'
               PERFORM RECARREGA-CLIENTES THRU FIM-REC-CLI
               PERFORM RECARREGA-FILMES THRU FIM-REC-FLM
               PERFORM RECARREGA-CONTAS THRU FIM-REC-CTA
               PERFORM RECARREGA-ALUGUEIS THRU FIM-REC-ALU
           END-IF.
      *    SEM OS QUATRO BACKUPS NAO SE AVANCA O JORNAL - APLICAR
      *    IMAGENS ANTIGAS SOBRE UM ARQUIVO NAO RECARREGADO
      *    REGREDIRIA DADOS ATUAIS EM SILENCIO
           IF WS-RELOAD-OK = 'N'
           ELSE
               CLOSE ARQ-BKP-CTA
           END-IF.
           OPEN INPUT ARQ-BKP-ALU.
           IF WS-FS-10 <> 0
               DISPLAY "BACKUP NAO ENCONTRADO: " WS-BKP-NOME-ALU
               MOVE 'N' TO WS-RELOAD-OK
           ELSE
               CLOSE ARQ-BKP-ALU
           END-IF.
       FIM-VERIF-BKP.
           CONTINUE.
       RECARREGA-CLIENTES.
           DISPLAY "CONTAS RECARREGADAS: " WS-QTD-GRAVADOS.
       FIM-REC-CTA.
           CONTINUE.
       RECARREGA-ALUGUEIS.
           OPEN INPUT ARQ-BKP-ALU.
           IF WS-FS-10 <> 0
               DISPLAY "BACKUP NAO ENCONTRADO: " WS-BKP-NOME-ALU
               MOVE 'N' TO WS-RELOAD-OK
               MOVE 8 TO RETURN-CODE
               GO TO FIM-REC-ALU
           END-IF.
           OPEN OUTPUT ARQ-ALUGUEIS.
           MOVE ZEROES TO WS-QTD-GRAVADOS.
           MOVE ZEROES TO WS-QTD-REJEITADOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-BKP-ALU
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE BKP-REG-ALU TO REG-ALUGUEL
                       WRITE REG-ALUGUEL
                           INVALID KEY ADD 1 TO WS-QTD-REJEITADOS
                           NOT INVALID KEY ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARQ-BKP-ALU.
           CLOSE ARQ-ALUGUEIS.
           DISPLAY "ALUGUEIS RECARREGADOS: " WS-QTD-GRAVADOS.
       FIM-REC-ALU.
           CONTINUE.
       AVANCA-JORNAL.
           OPEN INPUT ARQ-JORNAL.
           IF WS-FS-7 <> 0
           END-IF.
           OPEN I-O ARQ-CLIENTES.
           OPEN I-O ARQ-FILMES.
           OPEN I-O ARQ-ALUGUEIS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-PAROU = 'S'
               READ ARQ-JORNAL
           CLOSE ARQ-JORNAL.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-ALUGUEIS.
       FIM-AVANCA.
           CONTINUE.
       TRATA-IMAGEM.
                   MOVE "APLICADO " TO REL-ACAO
                   MOVE JRN-IMAGEM(1:6) TO REL-CHAVE
                   PERFORM ESCREVE-APLICADO
               WHEN 'A'
                   MOVE JRN-IMAGEM TO REG-ALUGUEL
                   REWRITE REG-ALUGUEL
                       INVALID KEY
                           WRITE REG-ALUGUEL
                               INVALID KEY
                                   DISPLAY "IMAGEM DE ALUGUEL NAO "
                                       "APLICADA: " ALU-CHAVE
                           END-WRITE
                   END-REWRITE
                   ADD 1 TO WS-QTD-APLICADOS
                   MOVE "APLICADO " TO REL-ACAO
                   MOVE JRN-IMAGEM(1:28) TO REL-CHAVE
                   PERFORM ESCREVE-APLICADO
               WHEN 'I'
      *            ANTES DA TRANSACAO O ALUGUEL NAO EXISTIA
                   MOVE JRN-IMAGEM TO REG-ALUGUEL
                   DELETE ARQ-ALUGUEIS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-QTD-APLICADOS
                   MOVE "EXCLUIDO " TO REL-ACAO
                   MOVE JRN-IMAGEM(1:28) TO REL-CHAVE
                   PERFORM ESCREVE-APLICADO
               WHEN 'T'
                   ADD 1 TO WS-QTD-TRANSACOES
               WHEN OTHER
