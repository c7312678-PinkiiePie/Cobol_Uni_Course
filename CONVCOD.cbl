               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-TEMP
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
                   10 VC-DT-DEVOL PIC 9(8).
       FD ARQ-CLI-N VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-TEMP VALUE OF FILE-ID IS "CONVCOD.tmp".
           01 TEMP-REG PIC X(520).
       FD ARQ-ARQV.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-FS-8 PIC 99.
           77 WS-EOF PIC X.
           77 WS-M PIC 9(3).
           77 WS-QTD-LIDOS PIC 9(7).
           77 WS-QTD-GRAVADOS PIC 9(7).
           77 WS-QTD-ALUGUEIS PIC 9(7).
           77 WS-C PIC 9(2).
           77 WS-ARQV-NOME PIC X(25).
           77 WS-HOJE PIC 9(8).
           01 WS-MES-DET.
           CLOSE ARQ-TEMP.
           OPEN INPUT ARQ-TEMP.
           OPEN OUTPUT ARQ-CLI-N.
      *    OS ALUGUEIS EM ABERTO VAO PARA O ARQUIVO PROPRIO - A FILIAL
      *    DA COPIA VEM DO FILMES.dat JA CONVERTIDO
           OPEN I-O ARQ-ALUGUEIS.
           IF WS-FS-5 = 35
               OPEN OUTPUT ARQ-ALUGUEIS
               CLOSE ARQ-ALUGUEIS
               OPEN I-O ARQ-ALUGUEIS
           END-IF.
           OPEN INPUT ARQ-FLM-N.
           MOVE ZEROES TO WS-QTD-ALUGUEIS.
           MOVE ZEROES TO WS-QTD-GRAVADOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
                   NOT AT END
                       MOVE TEMP-REG TO VC-REG
                       PERFORM MAPEIA-CLIENTE
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > 5
                           IF VC-FILME(WS-I) NUMERIC
                              AND VC-FILME(WS-I) > 0
                               PERFORM GRAVA-ALUGUEL
                           END-IF
                       END-PERFORM
                       WRITE REG-DATA
                           INVALID KEY
                               DISPLAY "CLIENTE DUPLICADO: " CCPF
           END-PERFORM.
           CLOSE ARQ-TEMP.
           CLOSE ARQ-CLI-N.
           CLOSE ARQ-ALUGUEIS.
           CLOSE ARQ-FLM-N.
           DISPLAY "CLIENTES CONVERTIDOS: " WS-QTD-GRAVADOS
               " DE " WS-QTD-LIDOS.
           DISPLAY "ALUGUEIS EM ABERTO TRANSFERIDOS: " WS-QTD-ALUGUEIS.
       FIM-CONV-CLI.
           CONTINUE.
       GRAVA-ALUGUEL.
           MOVE SPACES TO REG-ALUGUEL.
           MOVE VC-CPF TO ALU-CPF.
           MOVE VC-FILME(WS-I) TO ALU-CODIGO.
           MOVE VC-COPIA(WS-I) TO ALU-COPIA.
           MOVE VC-DT-ALUGUEL(WS-I) TO ALU-DATA-ALUGUEL.
           MOVE VC-DT-DEVOL(WS-I) TO ALU-DATA-DEVOLUCAO.
           MOVE ZEROES TO ALU-PRAZO.
           MOVE ZEROES TO ALU-CAUCAO.
           MOVE 'N' TO ALU-PLANO.
           MOVE ZEROES TO ALU-FILIAL.
           MOVE ALU-CODIGO TO CODIGO.
           READ ARQ-FLM-N
               KEY IS CODIGO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 10
                       IF COPIA-NUMERO(WS-C) = ALU-COPIA
                           MOVE COPIA-FILIAL(WS-C) TO ALU-FILIAL
                       END-IF
                   END-PERFORM
           END-READ.
           WRITE REG-ALUGUEL
               INVALID KEY
                   DISPLAY "ALUGUEL DUPLICADO: " ALU-CPF " "
                       ALU-CODIGO "/" ALU-COPIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALUGUEIS
           END-WRITE.
       MAPEIA-FILME.
           MOVE VF-CODIGO TO CODIGO.
           MOVE VF-FNOME TO FNOME.
           MOVE ZEROES TO VALOR-PRAZO-3.
           MOVE 'N' TO EXIGE-CAUCAO.
           MOVE ZEROES TO CAUCAO-VALOR.
           MOVE SPACE TO FAIXA.
           MOVE ZEROES TO DATA-ENTRADA.
           MOVE ZEROES TO FAIXA-DESDE.
           MOVE VF-ISTATUS TO ISTATUS.
           MOVE VF-QTD-COPIAS TO QTD-COPIAS.
           MOVE VF-QTD-DISPONIVEIS TO QTD-DISPONIVEIS.
               MOVE VF-COPIA-FILIAL(WS-I) TO COPIA-FILIAL(WS-I)
           END-PERFORM.
       MAPEIA-CLIENTE.
           MOVE SPACES TO REG-DATA.
           MOVE VC-CPF TO CCPF.
           MOVE VC-NOME TO NOME.
           MOVE VC-ENDERECO TO ENDERECO.
           MOVE ZEROES TO PONTOS.
           MOVE ZEROES TO PONTOS-VALIDADE.
           MOVE ZEROES TO COBRANCA-ESTAGIO.
      *    SEM REGISTRO DE CONSENTIMENTO NAO HA MALA DIRETA
           MOVE 'N' TO CONSENTE-MARKETING.
           MOVE ZEROES TO CONSENTE-DATA.
           MOVE ZEROES TO ANONIMIZADO-EM.
           MOVE ZEROES TO ASS-PLANO.
           MOVE ZEROES TO ASS-RENOVACAO.
           MOVE ZEROES TO ASS-VENCIMENTO.
           MOVE SPACE TO ASS-SITUACAO.
           MOVE 'N' TO ASS-BOLETO.
           MOVE ZEROES TO ASS-FILIAL.
           MOVE SPACE TO BUREAU-SITUACAO.
           MOVE ZEROES TO BUREAU-DATA.
           MOVE SPACE TO BUREAU-CONDICAO.
       MAPEIA-LOG-SEMSEQ.
           MOVE WN-DATA TO LOG-DATA.
           MOVE WN-HORA TO LOG-HORA.
           ELSE
               MOVE ZEROES TO LOG-PRAZO
           END-IF.
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
       CONVERTE-ARQUIVOS.
      *    OS MENSAIS DO ARQUIVA TAMBEM GUARDAM O CODIGO ANTIGO -
      *    REESCREVE OS ULTIMOS TRES ANOS PARA A HISTORIA BATER
