       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-LOG-V
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS VM-CHAVE
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOG-N
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-TEMP
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-ARQV
           ASSIGN TO DYNAMIC WS-ARQV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DE PRODUCAO (67 POSICOES): TERMINA NO PRAZO, SEM
      *    DESCONTO, FORMA DE PAGAMENTO, DEPENDENTE, COPIA E VINCULO
       FD ARQ-LOG-V VALUE OF FILE-ID IS "MOVIMENTO.dat".
           01 VM-REG.
               05 VM-CHAVE.
                   10 VM-DATA PIC 9(8).
                   10 VM-HORA PIC 9(6).
                   10 VM-SEQ PIC 9(3).
               05 VM-TIPO PIC X(1).
               05 VM-CPF PIC X(14).
               05 VM-CODIGO PIC 9(6).
               05 VM-MULTA PIC 9(5)V99.
               05 VM-VALOR PIC 9(5)V99.
               05 VM-OPERADOR PIC X(10).
               05 VM-FILIAL PIC 9(2).
               05 VM-PRAZO PIC 9(3).
       FD ARQ-LOG-N VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-TEMP VALUE OF FILE-ID IS "CONVMOV.tmp".
           01 TEMP-REG PIC X(120).
       FD ARQ-ARQV.
           01 ARQV-REG PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-RESP PIC X.
           77 WS-M PIC 9(3).
           77 WS-QTD-LIDOS PIC 9(7) VALUE 0.
           77 WS-QTD-GRAVADOS PIC 9(7) VALUE 0.
           77 WS-QTD-DUPLICADOS PIC 9(7) VALUE 0.
           77 WS-QTD-ARQV PIC 9(7).
           77 WS-ARQV-NOME PIC X(25).
           77 WS-HOJE PIC 9(8).
           01 WS-MES-DET.
               05 WS-MES-ANO PIC 9(4).
               05 WS-MES-MES PIC 9(2).
           01 WS-MES-TXT PIC X(6).
           01 WS-MES-TXT-R REDEFINES WS-MES-TXT.
               05 WS-MES-TXT-N PIC 9(6).
      *    LINHA DO ARQUIVO MENSAL NO LAYOUT DE PRODUCAO - O QUE VEM
      *    DEPOIS DO PRAZO ESTA EM BRANCO
           01 WS-LOG-VELHO PIC X(120).
           01 WS-LOG-VELHO-R REDEFINES WS-LOG-VELHO.
               05 WV-REG PIC X(67).
               05 WV-RESTO PIC X(53).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           DISPLAY "CONVERSAO DE MOVIMENTO.dat PARA O LAYOUT COM".
           DISPLAY "PAGAMENTO, DEPENDENTE, COPIA E VINCULO. CONVERTE".
           DISPLAY "TAMBEM OS ARQUIVOS MENSAIS. RODE UMA UNICA VEZ,".
           DISPLAY "COM A LOJA FECHADA E BACKUP FEITO".
           DISPLAY "CONFIRMA (S/N)? ".
           MOVE SPACE TO WS-RESP.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
               DISPLAY "CONVERSAO CANCELADA"
               GOBACK
           END-IF.
           PERFORM CONVERTE-MOVIMENTO THRU FIM-CONV-MOV.
           PERFORM CONVERTE-ARQUIVOS.
           DISPLAY "CONVMOV.tmp PODE SER APAGADO APOS CONFERENCIA".
           GOBACK.
       CONVERTE-MOVIMENTO.
           OPEN INPUT ARQ-LOG-V.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS
               DISPLAY "ARQUIVO JA CONVERTIDO OU FORA DO LAYOUT ANTIGO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM-CONV-MOV
           END-IF.
           OPEN OUTPUT ARQ-TEMP.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO AO CRIAR CONVMOV.tmp: " WS-FS-3
               CLOSE ARQ-LOG-V
               MOVE 8 TO RETURN-CODE
               GO TO FIM-CONV-MOV
           END-IF.
           MOVE LOW-VALUES TO VM-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-LOG-V KEY IS NOT LESS THAN VM-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOG-V NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       WRITE TEMP-REG FROM VM-REG
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG-V.
           CLOSE ARQ-TEMP.
           OPEN INPUT ARQ-TEMP.
           OPEN OUTPUT ARQ-LOG-N.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO AO RECRIAR MOVIMENTO.dat: " WS-FS-2
               DISPLAY "RESTAURE O BACKUP DE MOVIMENTO.dat"
               CLOSE ARQ-TEMP
               MOVE 8 TO RETURN-CODE
               GO TO FIM-CONV-MOV
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TEMP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TEMP-REG TO VM-REG
                       PERFORM MAPEIA-MOVIMENTO
                       WRITE REG-LOG
                           INVALID KEY
                               ADD 1 TO WS-QTD-DUPLICADOS
                               DISPLAY "MOVIMENTO DUPLICADO: "
                                   LOG-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARQ-TEMP.
           CLOSE ARQ-LOG-N.
           DISPLAY "MOVIMENTOS LIDOS:      " WS-QTD-LIDOS.
           DISPLAY "MOVIMENTOS GRAVADOS:   " WS-QTD-GRAVADOS.
           DISPLAY "MOVIMENTOS DUPLICADOS: " WS-QTD-DUPLICADOS.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS + WS-QTD-DUPLICADOS
              AND WS-QTD-DUPLICADOS = 0
               DISPLAY "CONTAGENS CONFEREM"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM - CONFIRA COM O BACKUP"
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM-CONV-MOV.
           CONTINUE.
       MAPEIA-MOVIMENTO.
           MOVE VM-DATA TO LOG-DATA.
           MOVE VM-HORA TO LOG-HORA.
           MOVE VM-SEQ TO LOG-SEQ.
           MOVE VM-TIPO TO LOG-TIPO.
           MOVE VM-CPF TO LOG-CPF.
           MOVE VM-CODIGO TO LOG-CODIGO.
           MOVE VM-MULTA TO LOG-MULTA.
           MOVE VM-VALOR TO LOG-VALOR.
           MOVE VM-OPERADOR TO LOG-OPERADOR.
           MOVE VM-FILIAL TO LOG-FILIAL.
           MOVE VM-PRAZO TO LOG-PRAZO.
      *    MOVIMENTO ANTIGO: SEM PAGAMENTO REGISTRADO, DO TITULAR E
      *    SEM VINCULO COM OUTRO MOVIMENTO
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
       CONVERTE-ARQUIVOS.
      *    OS MENSAIS DO ARQUIVA SAO LIDOS NO LAYOUT NOVO PELOS
      *    RELATORIOS - ACERTA OS ULTIMOS TRES ANOS
           MOVE WS-HOJE(1:6) TO WS-MES-TXT.
           MOVE WS-MES-TXT-N TO WS-MES-DET.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 36
               IF WS-MES-MES = 1
                   MOVE 12 TO WS-MES-MES
                   SUBTRACT 1 FROM WS-MES-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MES-MES
               END-IF
               MOVE WS-MES-DET TO WS-MES-TXT-N
               MOVE SPACES TO WS-ARQV-NOME
               STRING "MOVIMENTO-" WS-MES-TXT ".dat"
                   DELIMITED BY SIZE INTO WS-ARQV-NOME
               PERFORM CONVERTE-UM-ARQUIVO THRU FIM-CONV-ARQV
           END-PERFORM.
       CONVERTE-UM-ARQUIVO.
           OPEN INPUT ARQ-ARQV.
           IF WS-FS-4 <> 0
               GO TO FIM-CONV-ARQV
           END-IF.
           OPEN OUTPUT ARQ-TEMP.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ARQV
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE TEMP-REG FROM ARQV-REG
               END-READ
           END-PERFORM.
           CLOSE ARQ-ARQV.
           CLOSE ARQ-TEMP.
           OPEN INPUT ARQ-TEMP.
           OPEN OUTPUT ARQ-ARQV.
           MOVE ZEROES TO WS-QTD-ARQV.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TEMP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TEMP-REG TO WS-LOG-VELHO
      *                DETALHE QUE TERMINA NO PRAZO = LAYOUT ANTIGO;
      *                CABECALHO, TRAILER E O QUE JA ESTA NO LAYOUT
      *                NOVO PASSAM COMO ESTAO
                       IF TEMP-REG(1:1) >= "0"
                          AND TEMP-REG(1:1) <= "9"
                          AND WV-RESTO = SPACES
                           MOVE WV-REG TO VM-REG
                           PERFORM MAPEIA-MOVIMENTO
                           WRITE ARQV-REG FROM REG-LOG
                           ADD 1 TO WS-QTD-ARQV
                       ELSE
                           WRITE ARQV-REG FROM TEMP-REG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TEMP.
           CLOSE ARQ-ARQV.
           DISPLAY "ARQUIVO CONVERTIDO: " WS-ARQV-NOME
               " (" WS-QTD-ARQV " REGISTROS)".
       FIM-CONV-ARQV.
           CONTINUE.
       END PROGRAM CONVMOV.
