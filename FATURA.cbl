               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS IDX-CHAVE
               FILE STATUS IS WS-FS-IDX.
       SELECT ARQ-RPS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RPS-CHAVE
               ALTERNATE RECORD KEY IS RPS-ORIGEM
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-SORT ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       FD ARQ-FAT.
           01 FAT-LINHA PIC X(100).
       FD ARQ-RES.
           01 REG-CTL.
               05 CTL-MES PIC X(6).
               05 CTL-GERACAO PIC 9(8).
       FD ARQ-RPS VALUE OF FILE-ID IS "RPS.dat".
           COPY REG-RPS.
       SD ARQ-SORT.
           01 REG-SORT.
               05 S-CPF PIC X(14).
               05 S-DATA PIC 9(8).
               05 S-TIPO PIC X(1).
               05 S-CODIGO PIC 9(6).
               05 S-VALOR PIC S9(5)V99.
      *        TIPO DO MOVIMENTO ESTORNADO QUANDO S-TIPO = 'K'
               05 S-ORIGEM-TIPO PIC X(1).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-FS-IDX PIC 99.
           77 WS-EOF PIC X.
           77 WS-EOF-SORT PIC X VALUE 'N'.
           77 WS-I PIC 9(3).
           77 WS-CNPJ-QTD PIC 9(3) VALUE 0.
           77 WS-CPF-ATUAL PIC X(14).
           77 WS-FAT-TOTAL PIC S9(7)V99.
           77 WS-QTD-FATURAS PIC 9(5) VALUE 0.
           77 WS-QTD-RPS PIC 9(5) VALUE 0.
           77 WS-ULT-RPS PIC 9(8) VALUE 0.
           77 WS-RPS-EOF PIC X.
           COPY WS-PARAMETRO.
           01 WS-CNPJS.
               05 WS-CNPJ-CLI OCCURS 200 TIMES.
                   10 WS-CNPJ-CPF PIC X(14).
                   10 WS-CNPJ-NOME PIC X(40).
                   10 WS-CNPJ-ENDER PIC X(60).
           01 WS-RESUMO.
               05 WS-RES-ALUGUEIS PIC S9(7)V99 VALUE 0.
               05 WS-RES-MULTAS PIC S9(7)V99 VALUE 0.
               05 WS-RES-REPOS PIC S9(7)V99 VALUE 0.
               05 WS-RES-GERAL PIC S9(8)V99 VALUE 0.
           01 FAT-CAB-NOME.
               05 FILLER PIC X(9) VALUE "CLIENTE: ".
               05 FT-NOME PIC X(40).
               05 FILLER PIC X(7) VALUE " FILME ".
               05 FT-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(8) VALUE " VALOR ".
               05 FT-VALOR PIC -ZZZZ9.99.
           01 FAT-TOTAL-LINHA.
               05 FILLER PIC X(16) VALUE "TOTAL DA FATURA:".
               05 FT-TOTAL PIC -ZZZZZZ9.99.
               05 FILLER PIC X(14) VALUE "  VENCIMENTO: ".
               05 FT-VENCIMENTO PIC 9(8).
           01 RES-DET.
               05 RES-ROTULO PIC X(22).
               05 RES-VALOR PIC -ZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           STRING "FATURA-RESUMO-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-RES-NOME.
           OPEN OUTPUT ARQ-FAT.
           PERFORM ABRE-RPS THRU FIM-ABRE-RPS.
           COMPUTE WS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 15).
           SORT ARQ-SORT ON ASCENDING KEY S-CPF S-DATA
               INPUT PROCEDURE IS COLETA-MOVIMENTOS THRU FIM-COLETA
               OUTPUT PROCEDURE IS IMPRIME-FATURAS THRU FIM-IMPRIME.
           CLOSE ARQ-FAT.
           IF WS-FS-6 = 0
               CLOSE ARQ-RPS
           END-IF.
           PERFORM GRAVA-RESUMO.
           PERFORM MARCA-FATURADO.
           DISPLAY "FATURAS GERADAS: " WS-QTD-FATURAS
               " EM " WS-FAT-NOME.
           DISPLAY "RESUMO GERADO EM " WS-RES-NOME.
           DISPLAY "RPS DAS FATURAS PARA O PROXIMO LOTE: " WS-QTD-RPS.
           GOBACK.
       VERIFICA-FATURADO.
           MOVE 'N' TO WS-JA-FATURADO.
       FIM-LE-UM-LOG.
           CONTINUE.
       SOLTA-MOVIMENTO.
      *    ESTORNO ENTRA NEGATIVO NA FATURA DO MES EM QUE FOI FEITO
           IF (LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
               AND LOG-TIPO NOT = 'D' AND LOG-TIPO NOT = 'S'
               AND LOG-TIPO NOT = 'K')
              OR (LOG-TIPO = 'K'
                  AND LOG-ORIGEM-TIPO NOT = 'A'
                  AND LOG-ORIGEM-TIPO NOT = 'N'
                  AND LOG-ORIGEM-TIPO NOT = 'D'
                  AND LOG-ORIGEM-TIPO NOT = 'S')
               CONTINUE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                   MOVE LOG-DATA TO S-DATA
                   MOVE LOG-TIPO TO S-TIPO
                   MOVE LOG-CODIGO TO S-CODIGO
                   MOVE SPACES TO S-ORIGEM-TIPO
                   IF LOG-TIPO = 'K'
                       MOVE LOG-ORIGEM-TIPO TO S-ORIGEM-TIPO
                   END-IF
                   IF LOG-TIPO = 'D' OR S-ORIGEM-TIPO = 'D'
                       MOVE LOG-MULTA TO S-VALOR
                   ELSE
                       MOVE LOG-VALOR TO S-VALOR
                   END-IF
                   IF LOG-TIPO = 'K'
                       COMPUTE S-VALOR = 0 - S-VALOR
                   END-IF
                   IF S-VALOR NOT = 0
                       RELEASE REG-SORT
                   END-IF
               END-IF
               WHEN 'N' MOVE "RENOVACAO" TO FT-DESC
               WHEN 'D' MOVE "MULTA ATRASO" TO FT-DESC
               WHEN 'S' MOVE "TAXA REPOSICAO" TO FT-DESC
               WHEN 'K' MOVE "ESTORNO" TO FT-DESC
           END-EVALUATE.
           MOVE S-CODIGO TO FT-CODIGO.
           MOVE S-VALOR TO FT-VALOR.
           MOVE FAT-DETALHE TO FAT-LINHA.
           WRITE FAT-LINHA.
           ADD S-VALOR TO WS-FAT-TOTAL.
           IF S-TIPO = 'K'
               MOVE S-ORIGEM-TIPO TO S-TIPO
           END-IF.
           EVALUATE S-TIPO
               WHEN 'A' ADD S-VALOR TO WS-RES-ALUGUEIS
               WHEN 'N' ADD S-VALOR TO WS-RES-ALUGUEIS
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           WRITE FAT-LINHA.
           IF WS-FS-6 = 0 AND WS-FAT-TOTAL > 0
               PERFORM EMITE-RPS-FATURA
           END-IF.
       ABRE-RPS.
      *    UMA NFS-E POR FATURA - O RPS ENTRA NO PROXIMO LOTE DO NFSE
      *    NA SERIE DA FILIAL 00
           OPEN I-O ARQ-RPS.
           IF WS-FS-6 = 35
               OPEN OUTPUT ARQ-RPS
               CLOSE ARQ-RPS
               OPEN I-O ARQ-RPS
           END-IF.
           IF WS-FS-6 <> 0
               DISPLAY "AVISO: RPS.dat INDISPONIVEL - FS " WS-FS-6
                   " - FATURAS SEM RPS"
               GO TO FIM-ABRE-RPS
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           MOVE ZEROES TO RPS-FILIAL.
           MOVE ZEROES TO RPS-NUMERO.
           MOVE 'N' TO WS-RPS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-RPS-EOF
           END-START.
           PERFORM UNTIL WS-RPS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-RPS-EOF
                   NOT AT END
                       IF RPS-FILIAL NOT = 0
                           MOVE 'Y' TO WS-RPS-EOF
                       ELSE
                           MOVE RPS-NUMERO TO WS-ULT-RPS
                       END-IF
               END-READ
           END-PERFORM.
       FIM-ABRE-RPS.
           CONTINUE.
       EMITE-RPS-FATURA.
           INITIALIZE REG-RPS.
           MOVE "F" TO RPS-ORIGEM(1:1).
           MOVE WS-MES-REF TO RPS-ORIGEM(2:6).
           MOVE WS-CPF-ATUAL TO RPS-ORIGEM(8:14).
           MOVE ZEROES TO RPS-FILIAL.
           ADD 1 TO WS-ULT-RPS.
           MOVE WS-ULT-RPS TO RPS-NUMERO.
           MOVE WS-HOJE TO RPS-DATA-EMISSAO.
           MOVE 'F' TO RPS-TIPO-MOV.
           MOVE WS-CPF-ATUAL TO RPS-CPF.
           MOVE WS-FAT-TOTAL TO RPS-VALOR.
           MOVE WS-PAR-ALIQUOTA-ISS TO RPS-ALIQUOTA.
           COMPUTE RPS-ISS ROUNDED =
               RPS-VALOR * RPS-ALIQUOTA / 100.
           MOVE 'P' TO RPS-SITUACAO.
           WRITE REG-RPS
               INVALID KEY
                   SUBTRACT 1 FROM WS-ULT-RPS
                   DISPLAY "AVISO: RPS DA FATURA JA EXISTE OU NAO "
                       "GRAVADO - " WS-CPF-ATUAL
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RPS
           END-WRITE.
       GRAVA-RESUMO.
      *    O FECHAMENTO DO MES PODE SER BATIDO CONTRA ESTES TOTAIS
           OPEN OUTPUT ARQ-RES.
