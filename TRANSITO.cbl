       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-TRANSITO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL RECORD KEY IS TRN-CHAVE
               FILE STATUS IS WS-FS.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TRANSITO VALUE OF FILE-ID IS "EM-TRANSITO.dat".
           COPY REG-TRANSITO.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-REL VALUE OF FILE-ID IS "TRANSITO-ATRASO.txt".
           01 REL-LINHA PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-DIAS PIC S9(5).
           77 WS-J PIC 9(2).
           77 WS-VALIDO PIC X.
           77 WS-QTD-TRANSITO PIC 9(5) VALUE 0.
           77 WS-QTD-ATRASO PIC 9(5) VALUE 0.
           77 WS-QTD-BAIXADOS PIC 9(5) VALUE 0.
           COPY WS-PARAMETRO.
           01 REL-CABECALHO.
               05 FILLER PIC X(8) VALUE "FILME".
               05 FILLER PIC X(32) VALUE "TITULO".
               05 FILLER PIC X(7) VALUE "COPIA".
               05 FILLER PIC X(7) VALUE "ORIG.".
               05 FILLER PIC X(7) VALUE "DEST.".
               05 FILLER PIC X(10) VALUE "ENVIADA".
               05 FILLER PIC X(10) VALUE "ROMANEIO".
               05 FILLER PIC X(6) VALUE "DIAS".
           01 REL-DETALHE.
               05 REL-CODIGO PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-TITULO PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-COPIA PIC Z9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-ORIGEM PIC Z9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-DESTINO PIC Z9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 REL-ENVIO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-ROMANEIO PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DIAS PIC ZZZZ9.
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(33).
               05 REL-QT-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE ZEROES TO WS-QTD-TRANSITO.
           MOVE ZEROES TO WS-QTD-ATRASO.
           MOVE ZEROES TO WS-QTD-BAIXADOS.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-TRANSITO-DIAS NOT NUMERIC
              OR WS-PAR-TRANSITO-DIAS = 0
               MOVE 3 TO WS-PAR-TRANSITO-DIAS
           END-IF.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE TRANSITO-ATRASO.txt: "
                   WS-FS-3
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "COPIAS EM TRANSITO HA MAIS DE    DIAS EM " TO
               REL-LINHA.
           MOVE WS-PAR-TRANSITO-DIAS TO REL-LINHA(31:2).
           MOVE WS-HOJE TO REL-LINHA(42:8).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
      *    SEM ARQUIVO NENHUMA COPIA FOI TRANSFERIDA AINDA
           OPEN I-O ARQ-TRANSITO.
           IF WS-FS = 0
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARQ-FILMES
               IF WS-FS-2 <> 0
                   DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS-2
                   CLOSE ARQ-TRANSITO
                   CLOSE ARQ-REL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-TRANSITO NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM AVALIA-TRANSITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRANSITO
               CLOSE ARQ-FILMES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTD-ATRASO = 0
               MOVE "NENHUMA COPIA COM TRANSITO EM ATRASO" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE "COPIAS EM TRANSITO.............: " TO REL-QT-ROTULO.
           MOVE WS-QTD-TRANSITO TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "EM ATRASO......................: " TO REL-QT-ROTULO.
           MOVE WS-QTD-ATRASO TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CONTROLES BAIXADOS.............: " TO REL-QT-ROTULO.
           MOVE WS-QTD-BAIXADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           DISPLAY "COPIAS EM TRANSITO: " WS-QTD-TRANSITO
               " EM ATRASO: " WS-QTD-ATRASO.
           GOBACK.
       AVALIA-TRANSITO.
      *    COPIA QUE SAIU DO TRANSITO POR OUTRO CAMINHO (RETIRADA,
      *    VENDIDA, NOVA TRANSFERENCIA) SO DEIXOU O CONTROLE PARA TRAS
           MOVE 'N' TO WS-VALIDO.
           MOVE TRN-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE SPACES TO FNOME
               NOT INVALID KEY
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
                       IF COPIA-NUMERO(WS-J) = TRN-COPIA
                          AND COPIA-STATUS(WS-J) = 5
                          AND COPIA-FILIAL(WS-J) = TRN-DESTINO
                           MOVE 'S' TO WS-VALIDO
                       END-IF
                   END-PERFORM
           END-READ.
           IF WS-VALIDO = 'N'
               DELETE ARQ-TRANSITO RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-QTD-BAIXADOS
               END-DELETE
           ELSE
               ADD 1 TO WS-QTD-TRANSITO
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE(TRN-DATA-ENVIO)
               IF WS-DIAS > WS-PAR-TRANSITO-DIAS
                   PERFORM ESCREVE-ATRASO
               END-IF
           END-IF.
       ESCREVE-ATRASO.
           ADD 1 TO WS-QTD-ATRASO.
           MOVE TRN-CODIGO TO REL-CODIGO.
           MOVE FNOME TO REL-TITULO.
           MOVE TRN-COPIA TO REL-COPIA.
           MOVE TRN-ORIGEM TO REL-ORIGEM.
           MOVE TRN-DESTINO TO REL-DESTINO.
           MOVE TRN-DATA-ENVIO TO REL-ENVIO.
           IF TRN-ROMANEIO-DATA = 0
               MOVE "SEM ROM." TO REL-ROMANEIO
           ELSE
               MOVE TRN-ROMANEIO-DATA TO REL-ROMANEIO
           END-IF.
           MOVE WS-DIAS TO REL-DIAS.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       END PROGRAM TRANSITO.
