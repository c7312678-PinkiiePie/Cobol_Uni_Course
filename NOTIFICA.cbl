       SELECT ARQ-CLIENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM RECORD KEY IS CCPF
               FILE STATUS IS WS-FS.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-5.
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
       FD ARQ-AVISOS VALUE OF FILE-ID IS "AVISOS.txt".
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-EOF-SORT PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-AMANHA PIC 9(8).
           77 WS-TEM-ALUGUEIS PIC X VALUE 'S'.
           77 WS-CPF-ATUAL PIC X(20).
           77 WS-DIAS-ATRASO PIC 9(5).
           77 WS-MULTA PIC 9(5)V99.
           77 WS-MULTA-TOTAL PIC 9(6)V99.
                   VALUE "MULTA ACUMULADA ATE HOJE: ".
               05 AV-MULTA-TOTAL PIC ZZZZZ9.99.
           COPY WS-PARAMETRO.
           COPY WS-CALENDARIO.
           01 LIGACAO-DETALHE.
               05 LG-DIAS PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM ARQUIVO NENHUM ALUGUEL FOI FEITO AINDA
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS-5 = 35
               MOVE 'N' TO WS-TEM-ALUGUEIS
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-FS-5 <> 0
                   DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS-5
                   CLOSE ARQ-CLIENTES
                   CLOSE ARQ-FILMES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-AVISOS.
           MOVE "AVISOS DE DEVOLUCAO - GERADO EM " TO AVISO-LINHA.
           MOVE WS-HOJE TO AVISO-LINHA(33:8).
           CLOSE ARQ-AVISOS.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           IF WS-TEM-ALUGUEIS = 'S'
               CLOSE ARQ-ALUGUEIS
           END-IF.
           DISPLAY "AVISOS GERADOS: " WS-QTD-AVISOS.
           DISPLAY "ARQUIVOS: AVISOS.txt E LIGACOES.txt".
           GOBACK.
       PROC-CLIENTES.
      *    OS ALUGUEIS VEM AGRUPADOS POR CLIENTE NA ORDEM DA CHAVE -
      *    SO O CADASTRO DE QUEM TEM TITULO EM ABERTO E LIDO
           MOVE SPACES TO WS-CPF-ATUAL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TRATA-ALUGUEL
               END-READ
           END-PERFORM.
           PERFORM FECHA-CLIENTE.
       FIM-PROC.
           CONTINUE.
       TRATA-ALUGUEL.
           IF ALU-CPF NOT = WS-CPF-ATUAL
               PERFORM FECHA-CLIENTE
               PERFORM ABRE-CLIENTE
           END-IF.
      *    O LEMBRETE DA VESPERA E CORTESIA - SO COM CONSENTIMENTO;
      *    O AVISO DE ATRASO E COBRANCA E SAI PARA TODOS
           IF ALU-DATA-DEVOLUCAO < WS-HOJE
              OR (ALU-DATA-DEVOLUCAO = WS-AMANHA
                  AND CONSENTE-MARKETING = 'S')
               PERFORM AVISA-ALUGUEL
           END-IF.
       ABRE-CLIENTE.
           MOVE 'N' TO WS-TEM-AVISO.
           MOVE ZEROES TO WS-MULTA-TOTAL.
           MOVE ZEROES TO WS-MAIOR-ATRASO.
           MOVE ALU-CPF TO WS-CPF-ATUAL.
           MOVE ALU-CPF TO CCPF.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY
                   MOVE "(CLIENTE NAO CADASTRADO)" TO NOME
                   MOVE SPACES TO ENDERECO
                   MOVE SPACES TO TELEFONE
                   MOVE 'N' TO CONSENTE-MARKETING
           END-READ.
       FECHA-CLIENTE.
           IF WS-CPF-ATUAL NOT = SPACES AND WS-TEM-AVISO = 'S'
               MOVE WS-MULTA-TOTAL TO AV-MULTA-TOTAL
               MOVE AVISO-TOTAL TO AVISO-LINHA
               WRITE AVISO-LINHA
               WRITE AVISO-LINHA
               IF WS-MAIOR-ATRASO > 0
                   MOVE WS-MAIOR-ATRASO TO S-DIAS
                   MOVE WS-CPF-ATUAL TO S-CPF
                   MOVE NOME TO S-NOME
                   MOVE TELEFONE TO S-TELEFONE
                   RELEASE REG-SORT
           END-IF.
           MOVE ZEROES TO WS-DIAS-ATRASO.
           MOVE ZEROES TO WS-MULTA.
           MOVE ALU-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE "(FILME NAO CADASTRADO)" TO AV-TITULO
               NOT INVALID KEY MOVE FNOME TO AV-TITULO
           END-READ.
           IF ALU-DATA-DEVOLUCAO < WS-HOJE
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
      *        MULTA PELOS PARAMETROS VIGENTES NA DATA PREVISTA
               MOVE ALU-DATA-DEVOLUCAO TO WS-PAR-DATA-REF
               CALL "PARAMETROS"
                   ON EXCEPTION
                       DISPLAY "AVISO: MODULO PARAMETROS NAO "
                   MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
               END-IF
           END-IF.
           MOVE ALU-DATA-DEVOLUCAO TO AV-DEVOLUCAO.
           MOVE WS-DIAS-ATRASO TO AV-DIAS.
           MOVE WS-MULTA TO AV-MULTA.
           MOVE AVISO-DETALHE TO AVISO-LINHA.
