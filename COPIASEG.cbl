           ASSIGN TO DYNAMIC WS-BKP-NOME-CTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-7.
       SELECT ARQ-BKP-ALU
           ASSIGN TO DYNAMIC WS-BKP-NOME-ALU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-8.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-CONTA.
       FD ARQ-BKP-CTA.
           01 BKP-REG-CTA PIC X(100).
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-BKP-ALU.
           01 BKP-REG-ALU PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-FS-8 PIC 99.
           77 WS-EOF PIC X.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 OPCAO PIC 9(1).
           77 WS-BKP-NOME-CLI PIC X(25).
           77 WS-BKP-NOME-FLM PIC X(25).
           77 WS-BKP-NOME-CTA PIC X(25).
           77 WS-BKP-NOME-ALU PIC X(25).
           77 WS-QTD-LIDOS PIC 9(5).
           77 WS-QTD-GRAVADOS PIC 9(5).
           77 WS-QTD-REJEITADOS PIC 9(5).
               PERFORM DESCARREGA-CLIENTES THRU FIM-DESC-CLI
               PERFORM DESCARREGA-FILMES THRU FIM-DESC-FLM
               PERFORM DESCARREGA-CONTAS THRU FIM-DESC-CTA
               PERFORM DESCARREGA-ALUGUEIS THRU FIM-DESC-ALU
               GOBACK
           END-IF.
           DISPLAY "(1) DESCARREGAR CLIENTES, FILMES, CONTAS E "
               "ALUGUEIS".
           DISPLAY "(2) RECARREGAR CLIENTES DE UM BACKUP".
           DISPLAY "(3) RECARREGAR FILMES DE UM BACKUP".
           DISPLAY "(4) RECARREGAR CONTAS DE UM BACKUP".
           DISPLAY "(5) RECARREGAR ALUGUEIS DE UM BACKUP".
           DISPLAY "(6) SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
                   PERFORM DESCARREGA-CLIENTES THRU FIM-DESC-CLI
                   PERFORM DESCARREGA-FILMES THRU FIM-DESC-FLM
                   PERFORM DESCARREGA-CONTAS THRU FIM-DESC-CTA
                   PERFORM DESCARREGA-ALUGUEIS THRU FIM-DESC-ALU
               WHEN 2
                   PERFORM RECARREGA-CLIENTES THRU FIM-REC-CLI
               WHEN 3
                   PERFORM RECARREGA-FILMES THRU FIM-REC-FLM
               WHEN 4
                   PERFORM RECARREGA-CONTAS THRU FIM-REC-CTA
               WHEN 5
                   PERFORM RECARREGA-ALUGUEIS THRU FIM-REC-ALU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               " EM " WS-BKP-NOME-CTA.
       FIM-DESC-CTA.
           CONTINUE.
       DESCARREGA-ALUGUEIS.
      *    SEM ALUGUEIS.dat NENHUM ALUGUEL ESTA EM ABERTO - O BACKUP
      *    SAI VAZIO PARA A RESTAURACAO ACHAR OS QUATRO ARQUIVOS
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS-7 <> 0 AND WS-FS-7 <> 35
               DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS-7
               MOVE 8 TO RETURN-CODE
               GO TO FIM-DESC-ALU
           END-IF.
           MOVE SPACES TO WS-BKP-NOME-ALU.
           STRING "ALUGUEIS-" WS-HOJE ".bkp"
               DELIMITED BY SIZE INTO WS-BKP-NOME-ALU.
           OPEN OUTPUT ARQ-BKP-ALU.
           MOVE ZEROES TO WS-QTD-LIDOS.
           IF WS-FS-7 = 0
               MOVE LOW-VALUES TO ALU-CHAVE
               START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ALUGUEIS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           WRITE BKP-REG-ALU FROM REG-ALUGUEL
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUGUEIS
           END-IF.
           CLOSE ARQ-BKP-ALU.
           DISPLAY "ALUGUEIS DESCARREGADOS: " WS-QTD-LIDOS
               " EM " WS-BKP-NOME-ALU.
       FIM-DESC-ALU.
           CONTINUE.
       RECARREGA-CONTAS.
           DISPLAY "NOME DO BACKUP (EX. CONTAS-AAAAMMDD.bkp): ".
           MOVE SPACES TO WS-BKP-NOME-CTA.
           DISPLAY "REJEITADOS (CHAVE DUPLICADA): " WS-QTD-REJEITADOS.
       FIM-REC-FLM.
           CONTINUE.
       RECARREGA-ALUGUEIS.
           DISPLAY "NOME DO BACKUP (EX. ALUGUEIS-AAAAMMDD.bkp): ".
           MOVE SPACES TO WS-BKP-NOME-ALU.
           ACCEPT WS-BKP-NOME-ALU.
           OPEN INPUT ARQ-BKP-ALU.
           IF WS-FS-8 <> 0
               DISPLAY "ERRO NA ABERTURA DO BACKUP: " WS-FS-8
               GO TO FIM-REC-ALU
           END-IF.
           OPEN OUTPUT ARQ-ALUGUEIS.
           IF WS-FS-7 <> 0
               DISPLAY "ERRO AO RECRIAR ALUGUEIS.dat: " WS-FS-7
               CLOSE ARQ-BKP-ALU
               GO TO FIM-REC-ALU
           END-IF.
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
           DISPLAY "REJEITADOS (CHAVE DUPLICADA): " WS-QTD-REJEITADOS.
       FIM-REC-ALU.
           CONTINUE.
       END PROGRAM COPIASEG.
