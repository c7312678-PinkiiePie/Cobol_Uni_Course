           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-FILME.
       FD ARQ-JORNAL VALUE OF FILE-ID IS "JORNAL.dat".
           COPY REG-JORNAL.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-PENDENTES PIC X VALUE 'N'.
           77 WS-I PIC 9(2).
                   10 WS-PEND-ATIVA PIC X.
                   10 WS-PEND-TEM-CLI PIC X.
                   10 WS-PEND-TEM-FLM PIC X.
                   10 WS-PEND-TEM-ALU PIC X.
      *            A = IMAGEM ANTERIOR, I = ALUGUEL INCLUIDO
                   10 WS-PEND-ALU-TIPO PIC X.
                   10 WS-PEND-DATA PIC 9(8).
                   10 WS-PEND-HORA PIC 9(6).
                   10 WS-PEND-CLI-CHAVE PIC X(20).
                   10 WS-PEND-FLM-CHAVE PIC X(6).
                   10 WS-PEND-ALU-CHAVE PIC X(28).
                   10 WS-PEND-IMG-CLI PIC X(600).
                   10 WS-PEND-IMG-FLM PIC X(600).
                   10 WS-PEND-IMG-ALU PIC X(600).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ARQ-JORNAL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PEND-QTD
               IF WS-PEND-TEM-CLI(WS-I) = 'S'
                  OR WS-PEND-TEM-FLM(WS-I) = 'S'
                  OR WS-PEND-TEM-ALU(WS-I) = 'S'
                   MOVE 'S' TO WS-PENDENTES
               END-IF
           END-PERFORM.
                       UNTIL WS-I > WS-PEND-QTD
                   IF WS-PEND-TEM-CLI(WS-I) = 'S'
                      OR WS-PEND-TEM-FLM(WS-I) = 'S'
                      OR WS-PEND-TEM-ALU(WS-I) = 'S'
                       PERFORM AVALIA-PENDENCIA
                   END-IF
               END-PERFORM
                   MOVE JRN-IMAGEM TO WS-PEND-IMG-FLM(WS-I)
                   MOVE JRN-IMAGEM(1:6) TO WS-PEND-FLM-CHAVE(WS-I)
                   MOVE 'S' TO WS-PEND-TEM-FLM(WS-I)
               WHEN 'A'
               WHEN 'I'
                   IF WS-PEND-TEM-ALU(WS-I) = 'S'
                       MOVE 'N' TO WS-PEND-ATIVA(WS-I)
                       PERFORM NOVA-PENDENCIA
                       IF WS-I = 0
                           GO TO FIM-TRATA-JORNAL
                       END-IF
                   END-IF
                   MOVE JRN-DATA TO WS-PEND-DATA(WS-I)
                   MOVE JRN-HORA TO WS-PEND-HORA(WS-I)
                   MOVE JRN-IMAGEM TO WS-PEND-IMG-ALU(WS-I)
                   MOVE JRN-IMAGEM(1:28) TO WS-PEND-ALU-CHAVE(WS-I)
                   MOVE JRN-TIPO TO WS-PEND-ALU-TIPO(WS-I)
                   MOVE 'S' TO WS-PEND-TEM-ALU(WS-I)
               WHEN 'T'
      *            SO O 'T' FECHA A PROPRIA TRANSACAO
                   PERFORM INVALIDA-PENDENCIAS-BATIDAS
                   MOVE 'N' TO WS-PEND-TEM-CLI(WS-I)
                   MOVE 'N' TO WS-PEND-TEM-FLM(WS-I)
                   MOVE 'N' TO WS-PEND-TEM-ALU(WS-I)
                   MOVE 'N' TO WS-PEND-ATIVA(WS-I)
               WHEN OTHER
                   CONTINUE
               MOVE 'S' TO WS-PEND-ATIVA(WS-I)
               MOVE 'N' TO WS-PEND-TEM-CLI(WS-I)
               MOVE 'N' TO WS-PEND-TEM-FLM(WS-I)
               MOVE 'N' TO WS-PEND-TEM-ALU(WS-I)
               MOVE ZEROES TO WS-PEND-DATA(WS-I)
               MOVE ZEROES TO WS-PEND-HORA(WS-I)
           END-IF.
                           "REGISTRO ATUALIZADO DEPOIS POR "
                           WS-PEND-OPER(WS-I)
                   END-IF
                   IF WS-PEND-TEM-ALU(WS-I) = 'S'
                      AND WS-PEND-TEM-ALU(WS-J) = 'S'
                      AND WS-PEND-ALU-CHAVE(WS-J) =
                          WS-PEND-ALU-CHAVE(WS-I)
                       MOVE 'N' TO WS-PEND-TEM-ALU(WS-J)
                       DISPLAY "PENDENCIA DE ALUGUEL DE "
                           WS-PEND-OPER(WS-J) " DESCARTADA - "
                           "REGISTRO ATUALIZADO DEPOIS POR "
                           WS-PEND-OPER(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
       REGRAVA-JORNAL.
                   MOVE WS-PEND-IMG-FLM(WS-I) TO JRN-IMAGEM
                   WRITE REG-JORNAL
               END-IF
               IF WS-PEND-TEM-ALU(WS-I) = 'S'
                   MOVE WS-PEND-ALU-TIPO(WS-I) TO JRN-TIPO
                   MOVE WS-PEND-DATA(WS-I) TO JRN-DATA
                   MOVE WS-PEND-HORA(WS-I) TO JRN-HORA
                   MOVE WS-PEND-OPER(WS-I) TO JRN-OPERADOR
                   MOVE WS-PEND-IMG-ALU(WS-I) TO JRN-IMAGEM
                   WRITE REG-JORNAL
               END-IF
           END-PERFORM.
           CLOSE ARQ-JORNAL.
       DESFAZ-TRANSACAO.
                       WS-FS-2
               END-IF
           END-IF.
           IF WS-PEND-TEM-ALU(WS-I) = 'S'
               PERFORM DESFAZ-ALUGUEL
           END-IF.
       DESFAZ-ALUGUEL.
      *    ALUGUEL INCLUIDO SAI DO ARQUIVO; ALTERADO OU EXCLUIDO VOLTA
      *    COMO ESTAVA ANTES
           OPEN I-O ARQ-ALUGUEIS.
           IF WS-FS-4 = 35
               OPEN OUTPUT ARQ-ALUGUEIS
               CLOSE ARQ-ALUGUEIS
               OPEN I-O ARQ-ALUGUEIS
           END-IF.
           IF WS-FS-4 <> 0
      *        NAO CONSEGUIU DESFAZER - CONTINUA PENDENTE
               DISPLAY "RECUPERACAO: ERRO AO ABRIR ALUGUEIS.dat: "
                   WS-FS-4
           ELSE
               MOVE WS-PEND-IMG-ALU(WS-I) TO REG-ALUGUEL
               IF WS-PEND-ALU-TIPO(WS-I) = 'I'
                   DELETE ARQ-ALUGUEIS RECORD
                       INVALID KEY
                           DISPLAY "RECUPERACAO: ALUGUEL NAO "
                               "ENCONTRADO " ALU-CHAVE
                       NOT INVALID KEY
                           DISPLAY "ALUGUEL DESFEITO: " ALU-CHAVE
                   END-DELETE
               ELSE
                   REWRITE REG-ALUGUEL
                       INVALID KEY
                           WRITE REG-ALUGUEL
                               INVALID KEY
                                   DISPLAY "RECUPERACAO: ALUGUEL NAO "
                                       "REGRAVADO " ALU-CHAVE
                               NOT INVALID KEY
                                   DISPLAY "ALUGUEL RESTAURADO: "
                                       ALU-CHAVE
                           END-WRITE
                       NOT INVALID KEY
                           DISPLAY "ALUGUEL RESTAURADO: " ALU-CHAVE
                   END-REWRITE
               END-IF
               CLOSE ARQ-ALUGUEIS
               MOVE 'N' TO WS-PEND-TEM-ALU(WS-I)
           END-IF.
       END PROGRAM RECUPERA.
