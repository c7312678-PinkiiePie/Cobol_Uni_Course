       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-BUREAU
           ASSIGN TO DYNAMIC WS-BUR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       SELECT ARQ-RESTRICOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RST-DOCUMENTO
               FILE STATUS IS WS-FS-2.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-BUREAU.
           01 BUR-LINHA PIC X(120).
       FD ARQ-RESTRICOES VALUE OF FILE-ID IS "RESTRICOES.dat".
           COPY REG-RESTRICAO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-BUR-NOME PIC X(40).
           77 WS-VALIDO PIC X.
           77 WS-MOTIVO PIC X(40).
           77 WS-DATA-BASE PIC 9(8).
           77 WS-ORIGEM PIC X(20).
           77 WS-QTD-LINHAS PIC 9(7) VALUE 0.
           77 WS-QTD-DETALHES PIC 9(7) VALUE 0.
           77 WS-QTD-RODAPE PIC 9(7) VALUE 0.
           77 WS-QTD-GRAVADOS PIC 9(7) VALUE 0.
           77 WS-QTD-SOMADOS PIC 9(7) VALUE 0.
           77 WS-QTD-IGNORADOS PIC 9(7) VALUE 0.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           01 WS-DOC-14 PIC 9(14).
           01 WS-DOC-14-X REDEFINES WS-DOC-14 PIC X(14).
           COPY REG-BUREAU.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE ZEROES TO WS-QTD-LINHAS WS-QTD-DETALHES WS-QTD-RODAPE.
           MOVE ZEROES TO WS-QTD-GRAVADOS WS-QTD-SOMADOS.
           MOVE ZEROES TO WS-QTD-IGNORADOS.
           MOVE "RESTRICOES-BUREAU.txt" TO WS-BUR-NOME.
           IF MODO-BATCH NOT = "NOTURNO"
               DISPLAY "ARQUIVO DO BUREAU (BRANCO = "
                   "RESTRICOES-BUREAU.txt): "
               MOVE SPACES TO WS-BUR-NOME
               ACCEPT WS-BUR-NOME
               IF WS-BUR-NOME = SPACES
                   MOVE "RESTRICOES-BUREAU.txt" TO WS-BUR-NOME
               END-IF
           END-IF.
      *    SEM ARQUIVO NOVO O CADASTRO CONTINUA CONSULTANDO A BASE
      *    ANTERIOR - A DATA DELA APARECE NA TELA DE CONSULTA
           PERFORM CONFERE-ARQUIVO THRU FIM-CONFERE-ARQUIVO.
           IF WS-VALIDO = 'N'
               DISPLAY "AVISO: " WS-MOTIVO
               DISPLAY "AVISO: BASE DE RESTRICOES ANTERIOR MANTIDA"
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RESTRICOES.
           IF WS-FS-2 = 0
               CLOSE ARQ-RESTRICOES
               OPEN I-O ARQ-RESTRICOES
           END-IF.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE RESTRICOES.dat: " WS-FS-2
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROES TO REG-RESTRICAO.
           MOVE "00000000000000" TO RST-DOCUMENTO.
           MOVE SPACES TO RST-INFORMANTE.
           MOVE WS-ORIGEM TO RST-INFORMANTE.
           MOVE WS-DATA-BASE TO RST-DATA-BASE.
           WRITE REG-RESTRICAO
               INVALID KEY CONTINUE
           END-WRITE.
           OPEN INPUT ARQ-BUREAU.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-BUREAU
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE BUR-LINHA TO REG-BUREAU
                       IF BUR-REGISTRO = "1"
                           PERFORM CARREGA-RESTRICAO
                               THRU FIM-CARREGA-RESTRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BUREAU.
           CLOSE ARQ-RESTRICOES.
           DISPLAY "BASE DO BUREAU DE " WS-DATA-BASE " (" WS-ORIGEM
               ") IMPORTADA".
           DISPLAY "DOCUMENTOS COM RESTRICAO: " WS-QTD-GRAVADOS
               " LINHAS SOMADAS: " WS-QTD-SOMADOS
               " IGNORADAS: " WS-QTD-IGNORADOS.
           GOBACK.
       CONFERE-ARQUIVO.
      *    A BASE ANTIGA SO E APAGADA DEPOIS DE CONFERIR CABECALHO,
      *    TIPOS DE REGISTRO E A QUANTIDADE DO RODAPE
           MOVE 'N' TO WS-VALIDO.
           MOVE SPACES TO WS-MOTIVO.
           OPEN INPUT ARQ-BUREAU.
           IF WS-FS <> 0
               MOVE "ARQUIVO DO BUREAU NAO RECEBIDO" TO WS-MOTIVO
               GO TO FIM-CONFERE-ARQUIVO
           END-IF.
           MOVE ZEROES TO WS-DATA-BASE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-BUREAU
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE BUR-LINHA TO REG-BUREAU
                       PERFORM CONFERE-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQ-BUREAU.
           IF WS-MOTIVO NOT = SPACES
               GO TO FIM-CONFERE-ARQUIVO
           END-IF.
           IF WS-DATA-BASE = 0
               MOVE "ARQUIVO DO BUREAU SEM CABECALHO" TO WS-MOTIVO
               GO TO FIM-CONFERE-ARQUIVO
           END-IF.
           IF WS-QTD-RODAPE NOT = WS-QTD-DETALHES
               MOVE "RODAPE NAO CONFERE COM OS DETALHES" TO WS-MOTIVO
               GO TO FIM-CONFERE-ARQUIVO
           END-IF.
           MOVE 'S' TO WS-VALIDO.
       FIM-CONFERE-ARQUIVO.
           CONTINUE.
       CONFERE-LINHA.
           IF WS-MOTIVO NOT = SPACES
               CONTINUE
           ELSE
               EVALUATE BUR-REGISTRO
                   WHEN "0"
                       IF WS-QTD-LINHAS NOT = 1
                          OR BUR-H-DATA NOT NUMERIC
                          OR BUR-H-DATA = 0
                          OR BUR-H-DATA > WS-HOJE
                           MOVE "CABECALHO DO BUREAU INVALIDO"
                               TO WS-MOTIVO
                       ELSE
                           MOVE BUR-H-DATA TO WS-DATA-BASE
                           MOVE BUR-H-ORIGEM TO WS-ORIGEM
                       END-IF
                   WHEN "1"
                       ADD 1 TO WS-QTD-DETALHES
                   WHEN "9"
                       IF BUR-T-QTD NOT NUMERIC
                           MOVE "RODAPE DO BUREAU INVALIDO"
                               TO WS-MOTIVO
                       ELSE
                           MOVE BUR-T-QTD TO WS-QTD-RODAPE
                       END-IF
                   WHEN OTHER
                       MOVE "TIPO DE REGISTRO DESCONHECIDO NO ARQUIVO"
                           TO WS-MOTIVO
               END-EVALUATE
           END-IF.
       CARREGA-RESTRICAO.
      *    A BASE DIARIA SO TRAZ QUEM TEM RESTRICAO - NADA CONSTA OU
      *    DOCUMENTO INEXISTENTE NAO ENTRA
           IF BUR-D-SITUACAO = "N" OR BUR-D-SITUACAO = "I"
               GO TO FIM-CARREGA-RESTRICAO
           END-IF.
           IF BUR-D-DOCUMENTO NOT NUMERIC OR BUR-D-DOCUMENTO = 0
              OR (BUR-D-TIPO-DOC NOT = 1 AND BUR-D-TIPO-DOC NOT = 2)
               ADD 1 TO WS-QTD-IGNORADOS
               GO TO FIM-CARREGA-RESTRICAO
           END-IF.
           IF BUR-D-QTD NOT NUMERIC
               MOVE 1 TO BUR-D-QTD
           END-IF.
           IF BUR-D-VALOR NOT NUMERIC
               MOVE ZEROES TO BUR-D-VALOR
           END-IF.
           IF BUR-D-DATA-OCORRENCIA NOT NUMERIC
               MOVE ZEROES TO BUR-D-DATA-OCORRENCIA
           END-IF.
           MOVE BUR-D-DOCUMENTO TO WS-DOC-14.
           MOVE SPACES TO RST-DOCUMENTO.
           IF BUR-D-TIPO-DOC = 1
               MOVE WS-DOC-14-X(4:11) TO RST-DOCUMENTO
           ELSE
               MOVE WS-DOC-14-X TO RST-DOCUMENTO
           END-IF.
           READ ARQ-RESTRICOES
               KEY IS RST-DOCUMENTO
               INVALID KEY
                   MOVE BUR-D-TIPO-DOC TO RST-TIPO-DOC
                   MOVE BUR-D-QTD TO RST-QTD
                   MOVE BUR-D-VALOR TO RST-VALOR
                   MOVE BUR-D-DATA-OCORRENCIA TO RST-DATA-OCORRENCIA
                   MOVE BUR-D-INFORMANTE TO RST-INFORMANTE
                   MOVE WS-DATA-BASE TO RST-DATA-BASE
                   WRITE REG-RESTRICAO
                       INVALID KEY ADD 1 TO WS-QTD-IGNORADOS
                       NOT INVALID KEY ADD 1 TO WS-QTD-GRAVADOS
                   END-WRITE
               NOT INVALID KEY
      *            VARIOS INFORMANTES PARA O MESMO DOCUMENTO
                   ADD BUR-D-QTD TO RST-QTD
                       ON SIZE ERROR MOVE 999 TO RST-QTD
                   END-ADD
                   ADD BUR-D-VALOR TO RST-VALOR
                   IF BUR-D-DATA-OCORRENCIA > 0
                      AND (RST-DATA-OCORRENCIA = 0
                       OR BUR-D-DATA-OCORRENCIA < RST-DATA-OCORRENCIA)
                       MOVE BUR-D-DATA-OCORRENCIA
                           TO RST-DATA-OCORRENCIA
                   END-IF
                   MOVE BUR-D-INFORMANTE TO RST-INFORMANTE
                   REWRITE REG-RESTRICAO
                       INVALID KEY ADD 1 TO WS-QTD-IGNORADOS
                       NOT INVALID KEY ADD 1 TO WS-QTD-SOMADOS
                   END-REWRITE
           END-READ.
       FIM-CARREGA-RESTRICAO.
           CONTINUE.
       END PROGRAM BUREAU.
