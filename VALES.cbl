       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-VALES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS VP-NUMERO
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-REL
           ASSIGN TO DYNAMIC WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VALES VALUE OF FILE-ID IS "VALEPRESENTE.dat".
           COPY REG-VALE.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-REL.
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-AMANHA PIC 9(8).
           77 WS-MES-REF PIC X(6).
           77 WS-REL-NOME PIC X(25).
           77 WS-GERA-REL PIC X VALUE 'S'.
           77 WS-LOG-GRAVADO PIC X.
           77 WS-F PIC 9(3).
      *    BAIXA POR VENCIMENTO ENTRA NO LOG COM ESTE OPERADOR
           77 WS-OPERADOR-LOTE PIC X(10) VALUE "VALES".
           77 WS-QTD-VENCIDOS PIC 9(5) VALUE 0.
           77 WS-QTD-ABERTOS PIC 9(5) VALUE 0.
           77 WS-TOT-PASSIVO PIC 9(9)V99 VALUE 0.
           01 MODO-BATCH PIC X(8) EXTERNAL.
      *    MOVIMENTO DO MES DE REFERENCIA
           01 WS-MES.
               05 WS-MES-QTD-EMIT PIC 9(5) VALUE 0.
               05 WS-MES-EMITIDO PIC 9(9)V99 VALUE 0.
               05 WS-MES-RESGATADO PIC S9(9)V99 VALUE 0.
               05 WS-MES-VENCIDO PIC 9(9)V99 VALUE 0.
      *    SALDO EM ABERTO POR FILIAL EMISSORA (00 A 99)
           01 WS-FILIAIS.
               05 WS-FIL OCCURS 100 TIMES.
                   10 WS-FIL-QTD PIC 9(5).
                   10 WS-FIL-SALDO PIC 9(9)V99.
           01 REL-TITULO-LINHA.
               05 FILLER PIC X(28) VALUE
                   "VALES-PRESENTE - POSICAO EM ".
               05 REL-TIT-DATA PIC 9(8).
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC -ZZZZZZZZ9.99.
           01 REL-RESUMO-QTD.
               05 REL-RQ-ROTULO PIC X(33).
               05 REL-RQ-QTD PIC ZZZZ9.
           01 REL-CAB-FILIAL.
               05 FILLER PIC X(8) VALUE "FILIAL".
               05 FILLER PIC X(10) VALUE "     VALES".
               05 FILLER PIC X(15) VALUE "    SALDO".
           01 REL-DET-FILIAL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DF-FILIAL PIC 99.
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-DF-QTD PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DF-SALDO PIC ZZZZZZZZ9.99.
           01 REL-CAB-VALE.
               05 FILLER PIC X(14) VALUE "CARTAO".
               05 FILLER PIC X(10) VALUE "EMISSAO".
               05 FILLER PIC X(10) VALUE "VALIDADE".
               05 FILLER PIC X(5) VALUE "FIL".
               05 FILLER PIC X(11) VALUE "     VALOR".
               05 FILLER PIC X(11) VALUE "     SALDO".
           01 REL-DET-VALE.
               05 REL-DV-NUMERO PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DV-EMISSAO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DV-VALIDADE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DV-FILIAL PIC 99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-DV-VALOR PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DV-SALDO PIC ZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
      *    NA CADEIA NOTURNA A POSICAO SO SAI NO ULTIMO DIA DO MES;
      *    OS VENCIMENTOS SAO BAIXADOS TODA NOITE
           IF MODO-BATCH = "NOTURNO"
               COMPUTE WS-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
               IF WS-AMANHA(7:2) NOT = "01"
                   MOVE 'N' TO WS-GERA-REL
               END-IF
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
               MOVE ZEROES TO WS-FIL-QTD(WS-F)
               MOVE ZEROES TO WS-FIL-SALDO(WS-F)
           END-PERFORM.
           OPEN I-O ARQ-VALES.
           IF WS-FS = 35
               DISPLAY "NENHUM VALE-PRESENTE EMITIDO"
               GOBACK
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE VALEPRESENTE.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-LOG.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-2
               CLOSE ARQ-VALES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-GERA-REL = 'S'
               PERFORM LE-MOVIMENTO-MES THRU FIM-LE-MOVIMENTO-MES
           END-IF.
           MOVE LOW-VALUES TO VP-NUMERO.
           MOVE 'N' TO WS-EOF.
           START ARQ-VALES KEY IS NOT LESS THAN VP-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-VALES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-VALE THRU FIM-TRATA-VALE
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
           DISPLAY "VALES VENCIDOS HOJE: " WS-QTD-VENCIDOS.
           IF WS-GERA-REL = 'S'
               PERFORM GERA-RELATORIO THRU FIM-GERA-RELATORIO
           END-IF.
           CLOSE ARQ-VALES.
           GOBACK.
       TRATA-VALE.
           IF VP-SITUACAO NOT = 'A'
               GO TO FIM-TRATA-VALE
           END-IF.
           IF VP-VALIDADE < WS-HOJE
               PERFORM VENCE-VALE THRU FIM-VENCE-VALE
               GO TO FIM-TRATA-VALE
           END-IF.
           IF VP-SALDO > 0
               ADD 1 TO WS-QTD-ABERTOS
               ADD VP-SALDO TO WS-TOT-PASSIVO
               COMPUTE WS-F = VP-FILIAL + 1
               ADD 1 TO WS-FIL-QTD(WS-F)
               ADD VP-SALDO TO WS-FIL-SALDO(WS-F)
           END-IF.
       FIM-TRATA-VALE.
           CONTINUE.
       VENCE-VALE.
      *    O SALDO NAO USADO SAI DO PASSIVO PELO LOG 'L'
           MOVE WS-HOJE TO LOG-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'L' TO LOG-TIPO.
           MOVE SPACES TO LOG-CPF.
           MOVE VP-NUMERO TO LOG-CPF.
           MOVE ZEROES TO LOG-CODIGO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE VP-SALDO TO LOG-VALOR.
           MOVE WS-OPERADOR-LOTE TO LOG-OPERADOR.
           MOVE VP-FILIAL TO LOG-FILIAL.
           MOVE ZEROES TO LOG-PRAZO.
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
           MOVE 'N' TO WS-LOG-GRAVADO.
           PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
               WRITE REG-LOG
                   INVALID KEY ADD 1 TO LOG-SEQ
                   NOT INVALID KEY MOVE 'S' TO WS-LOG-GRAVADO
               END-WRITE
           END-PERFORM.
           IF WS-LOG-GRAVADO = 'N'
      *        SEM O RASTRO NO LOG O VALE CONTINUA ATIVO ATE A
      *        PROXIMA EXECUCAO
               DISPLAY "AVISO: VENCIMENTO NAO GRAVADO NO LOG - "
                   VP-NUMERO " - FS " WS-FS-2
               GO TO FIM-VENCE-VALE
           END-IF.
           ADD VP-SALDO TO WS-MES-VENCIDO.
           MOVE ZEROES TO VP-SALDO.
           MOVE 'V' TO VP-SITUACAO.
           REWRITE REG-VALE
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR VALE " VP-NUMERO
                       " - FS " WS-FS
           END-REWRITE.
           ADD 1 TO WS-QTD-VENCIDOS.
       FIM-VENCE-VALE.
           CONTINUE.
       LE-MOVIMENTO-MES.
           MOVE WS-MES-REF TO LOG-DATA(1:6).
           MOVE "01" TO LOG-DATA(7:2).
           MOVE ZEROES TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'N' TO WS-EOF.
           START ARQ-LOG KEY IS NOT LESS THAN LOG-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOG-DATA(1:6) > WS-MES-REF
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ACUMULA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
       FIM-LE-MOVIMENTO-MES.
           CONTINUE.
       ACUMULA-MOVIMENTO.
           EVALUATE TRUE
               WHEN LOG-TIPO = 'H'
                   ADD 1 TO WS-MES-QTD-EMIT
                   ADD LOG-VALOR TO WS-MES-EMITIDO
               WHEN LOG-TIPO = 'P' AND LOG-FORMA-PAGTO = 5
                   ADD LOG-VALOR TO WS-MES-RESGATADO
               WHEN LOG-TIPO = 'K' AND LOG-ORIGEM-TIPO = 'P'
                    AND LOG-FORMA-PAGTO = 5
                   SUBTRACT LOG-VALOR FROM WS-MES-RESGATADO
               WHEN LOG-TIPO = 'L'
                   ADD LOG-VALOR TO WS-MES-VENCIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       GERA-RELATORIO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "VALES-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE " WS-REL-NOME ": " WS-FS-3
               MOVE 8 TO RETURN-CODE
               GO TO FIM-GERA-RELATORIO
           END-IF.
           MOVE WS-HOJE TO REL-TIT-DATA.
           MOVE REL-TITULO-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MOVIMENTO DO MES " TO REL-LINHA.
           MOVE WS-MES-REF TO REL-LINHA(18:6).
           WRITE REL-LINHA.
           MOVE "VALES EMITIDOS.................: " TO REL-RQ-ROTULO.
           MOVE WS-MES-QTD-EMIT TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "VALOR EMITIDO..................: " TO REL-RS-ROTULO.
           MOVE WS-MES-EMITIDO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "RESGATADO EM PAGAMENTOS........: " TO REL-RS-ROTULO.
           MOVE WS-MES-RESGATADO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "BAIXADO POR VENCIMENTO.........: " TO REL-RS-ROTULO.
           MOVE WS-MES-VENCIDO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "SALDO EM ABERTO POR FILIAL EMISSORA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-FILIAL TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
               IF WS-FIL-QTD(WS-F) > 0
                   COMPUTE REL-DF-FILIAL = WS-F - 1
                   MOVE WS-FIL-QTD(WS-F) TO REL-DF-QTD
                   MOVE WS-FIL-SALDO(WS-F) TO REL-DF-SALDO
                   MOVE REL-DET-FILIAL TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "VALES COM SALDO................: " TO REL-RQ-ROTULO.
           MOVE WS-QTD-ABERTOS TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PASSIVO DE VALES-PRESENTE......: " TO REL-RS-ROTULO.
           MOVE WS-TOT-PASSIVO TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-VALE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE LOW-VALUES TO VP-NUMERO.
           MOVE 'N' TO WS-EOF.
           START ARQ-VALES KEY IS NOT LESS THAN VP-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-VALES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VP-SITUACAO = 'A' AND VP-SALDO > 0
                           PERFORM ESCREVE-VALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REL.
           DISPLAY "POSICAO DE VALES EM " WS-REL-NOME.
       FIM-GERA-RELATORIO.
           CONTINUE.
       ESCREVE-VALE.
           MOVE VP-NUMERO TO REL-DV-NUMERO.
           MOVE VP-EMISSAO TO REL-DV-EMISSAO.
           MOVE VP-VALIDADE TO REL-DV-VALIDADE.
           MOVE VP-FILIAL TO REL-DV-FILIAL.
           MOVE VP-VALOR TO REL-DV-VALOR.
           MOVE VP-SALDO TO REL-DV-SALDO.
           MOVE REL-DET-VALE TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM VALES.
