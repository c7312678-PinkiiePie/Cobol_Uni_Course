       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ESTORNOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS EST-ORIGEM
               FILE STATUS IS WS-FS.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-2.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTORNOS VALUE OF FILE-ID IS "ESTORNOS.dat".
           COPY REG-ESTORNO.
       FD ARQ-REL VALUE OF FILE-ID IS "RELESTORNO.txt".
           01 REL-LINHA PIC X(160).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           77 WS-DATA-REL PIC X(8).
           77 WS-DATA-REL-N REDEFINES WS-DATA-REL PIC 9(8).
           77 WS-QTD PIC 9(5) VALUE 0.
           77 WS-TOT-VALOR PIC 9(7)V99 VALUE 0.
           77 WS-TOT-MULTA PIC 9(7)V99 VALUE 0.
           01 REL-TITULO-LINHA.
               05 FILLER PIC X(23) VALUE "ESTORNOS REALIZADOS EM ".
               05 REL-TIT-DATA PIC X(8).
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "HORA".
               05 FILLER PIC X(19) VALUE "MOVIMENTO ORIGINAL".
               05 FILLER PIC X(15) VALUE "TIPO".
               05 FILLER PIC X(16) VALUE "CPF".
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(10) VALUE "     VALOR".
               05 FILLER PIC X(11) VALUE "      MULTA".
               05 FILLER PIC X(12) VALUE " SOLICITOU".
               05 FILLER PIC X(12) VALUE "AUTORIZOU".
               05 FILLER PIC X(5) VALUE "FIL".
               05 FILLER PIC X(30) VALUE "MOTIVO".
           01 REL-DETALHE.
               05 REL-HORA PIC 99B99B99.
               05 REL-HORA-X REDEFINES REL-HORA PIC X(8).
               05 REL-ORIGEM PIC X(17).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TIPO PIC X(13).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CPF PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-VALOR PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-MULTA PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-SOLICITANTE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-AUTORIZADOR PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-FILIAL PIC Z9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 REL-MOTIVO PIC X(30).
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZ9.99.
           01 REL-QTD-LINHA.
               05 FILLER PIC X(33) VALUE
                   "ESTORNOS NO DIA................: ".
               05 REL-QT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF MODO-BATCH = "NOTURNO"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REL
           ELSE
               DISPLAY "DATA DOS ESTORNOS (AAAAMMDD, BRANCO = HOJE): "
               MOVE SPACES TO WS-DATA-REL
               ACCEPT WS-DATA-REL
               IF WS-DATA-REL = SPACES
                  OR WS-DATA-REL = "00000000"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REL
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE RELESTORNO.txt: " WS-FS-2
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-DATA-REL TO REL-TIT-DATA.
           MOVE REL-TITULO-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
      *    SEM ARQUIVO AINDA NENHUM ESTORNO FOI FEITO NA LOJA
           OPEN INPUT ARQ-ESTORNOS.
           IF WS-FS = 0
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ESTORNOS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EST-DATA = WS-DATA-REL-N
                               PERFORM ESCREVE-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD = 0
               MOVE "NENHUM ESTORNO NO DIA" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE WS-QTD TO REL-QT-QTD
               MOVE REL-QTD-LINHA TO REL-LINHA
               WRITE REL-LINHA
               MOVE "VALOR ESTORNADO................: "
                   TO REL-RS-ROTULO
               MOVE WS-TOT-VALOR TO REL-RS-VALOR
               MOVE REL-RESUMO TO REL-LINHA
               WRITE REL-LINHA
               MOVE "MULTA ESTORNADA................: "
                   TO REL-RS-ROTULO
               MOVE WS-TOT-MULTA TO REL-RS-VALOR
               MOVE REL-RESUMO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-REL.
           DISPLAY "ESTORNOS DO DIA EM RELESTORNO.txt: " WS-QTD.
           GOBACK.
       ESCREVE-ESTORNO.
           ADD 1 TO WS-QTD.
           ADD EST-VALOR TO WS-TOT-VALOR.
           ADD EST-MULTA TO WS-TOT-MULTA.
           MOVE EST-HORA TO REL-HORA.
           INSPECT REL-HORA-X REPLACING ALL SPACE BY ':'.
           MOVE EST-ORIGEM TO REL-ORIGEM.
           EVALUATE EST-ORIGEM-TIPO
               WHEN 'A' MOVE "ALUGUEL" TO REL-TIPO
               WHEN 'N' MOVE "RENOVACAO" TO REL-TIPO
               WHEN 'D' MOVE "DEVOLUCAO" TO REL-TIPO
               WHEN 'P' MOVE "PAGAMENTO" TO REL-TIPO
               WHEN 'J' MOVE "RESGATE PONTOS" TO REL-TIPO
               WHEN 'U' MOVE "CAUCAO COBRADA" TO REL-TIPO
               WHEN 'W' MOVE "CAUCAO DEVOLV." TO REL-TIPO
               WHEN 'S' MOVE "AVARIA" TO REL-TIPO
               WHEN OTHER MOVE EST-ORIGEM-TIPO TO REL-TIPO
           END-EVALUATE.
           MOVE EST-CPF TO REL-CPF.
           MOVE EST-CODIGO TO REL-CODIGO.
           MOVE EST-VALOR TO REL-VALOR.
           MOVE EST-MULTA TO REL-MULTA.
           MOVE EST-SOLICITANTE TO REL-SOLICITANTE.
           MOVE EST-AUTORIZADOR TO REL-AUTORIZADOR.
           MOVE EST-FILIAL TO REL-FILIAL.
           MOVE EST-MOTIVO TO REL-MOTIVO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM RELESTORNO.
