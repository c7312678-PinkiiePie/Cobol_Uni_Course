           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-CONSULTA
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-RESPOSTA
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CPFS VALUE OF FILE-ID IS "CPFS.txt".
           01 CPF-LINHA PIC X(20).
       FD ARQ-RESULTADO VALUE OF FILE-ID IS "CPFS_RESULTADO.txt".
           01 RESULTADO-LINHA PIC X(80).
      *    LOTE ENVIADO AO BUREAU E A RESPOSTA DELE (LAYOUT REG-BUREAU)
       FD ARQ-CONSULTA VALUE OF FILE-ID IS "CONSULTA-BUREAU.txt".
           01 CONSULTA-LINHA PIC X(120).
       FD ARQ-RESPOSTA VALUE OF FILE-ID IS "RESPOSTA-BUREAU.txt".
           01 RESPOSTA-LINHA PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X.
           77 OPCAO PIC 9(1).
           77 CPF-RAW PIC X(20).
           77 J PIC 9(2).
           77 K PIC 9(2).
           77 CPF-VALIDO PIC 9(1).
      *    CODIGO DA LOJA COMO ASSOCIADA DO BUREAU DE CREDITO
           77 BUR-ASSOCIADO PIC X(10) VALUE "0000004711".
           77 QTD-ENVIADOS PIC 9(7) VALUE 0.
           77 QTD-LINHAS PIC 9(4) VALUE 0.
           77 L PIC 9(4).
           77 QTD-RESPOSTAS PIC 9(7) VALUE 0.
           77 QTD-SEM-LINHA PIC 9(7) VALUE 0.
           77 DATA-RESPOSTA PIC 9(8) VALUE 0.
           77 DOC-14 PIC 9(14).
           77 DOC-14-X REDEFINES DOC-14 PIC X(14).
           01 RESULTADO-DETALHE.
               05 RES-CPF PIC X(11).
               05 FILLER PIC X(3) VALUE SPACES.
               05 RES-STATUS PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RES-BUREAU PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RES-BUREAU-NUMEROS.
                   10 RES-BUREAU-QTD PIC ZZ9.
                   10 FILLER PIC X(2) VALUE SPACES.
                   10 RES-BUREAU-VALOR PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RES-BUREAU-DATA PIC X(8).
      *    RESULTADO INTEIRO EM MEMORIA PARA RECEBER A RESPOSTA
           01 TAB-RESULTADO.
               05 TAB-LINHA PIC X(80) OCCURS 2000 TIMES.
           COPY REG-BUREAU.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "(1) VALIDAR UM CPF".
           DISPLAY "(2) VALIDAR ARQUIVO DE CPFS (CPFS.txt)".
           DISPLAY "(3) INCORPORAR RESPOSTA DO BUREAU".
           DISPLAY "(4) SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
                   PERFORM VALIDA-UM-CPF
               WHEN 2
                   PERFORM VALIDA-ARQUIVO-CPFS THRU FIM-VALIDA-ARQUIVO
               WHEN 3
                   PERFORM INCORPORA-RESPOSTA
                       THRU FIM-INCORPORA-RESPOSTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               GO TO FIM-VALIDA-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RESULTADO.
      *    CPF VALIDO VAI NO LOTE DE CONSULTA AO BUREAU E FICA
      *    AGUARDANDO A RESPOSTA (OPCAO 3)
           OPEN OUTPUT ARQ-CONSULTA.
           MOVE ZEROES TO QTD-ENVIADOS.
           MOVE SPACES TO REG-BUREAU.
           MOVE "0" TO BUR-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUR-H-DATA.
           MOVE "CONSULTA EM LOTE" TO BUR-H-ORIGEM.
           MOVE BUR-ASSOCIADO TO BUR-H-ASSOCIADO.
           WRITE CONSULTA-LINHA FROM REG-BUREAU.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CPFS
                       MOVE CPF-LINHA TO CPF-RAW
                       PERFORM LIMPA-CPF
                       PERFORM VALIDA-CPF
                       MOVE SPACES TO RESULTADO-DETALHE
                       MOVE CPF TO RES-CPF
                       IF CPF-VALIDO = 1
                           MOVE "CPF OK" TO RES-STATUS
                           MOVE "AGUARDANDO" TO RES-BUREAU
                           PERFORM GRAVA-CONSULTA
                       ELSE
                           MOVE "CPF ~OK" TO RES-STATUS
                           MOVE "NAO ENVIADO" TO RES-BUREAU
                       END-IF
                       MOVE RESULTADO-DETALHE TO RESULTADO-LINHA
                       WRITE RESULTADO-LINHA
                       DISPLAY RESULTADO-LINHA
               END-READ
           END-PERFORM.
           MOVE SPACES TO REG-BUREAU.
           MOVE "9" TO BUR-REGISTRO.
           MOVE QTD-ENVIADOS TO BUR-T-QTD.
           WRITE CONSULTA-LINHA FROM REG-BUREAU.
           CLOSE ARQ-CPFS.
           CLOSE ARQ-RESULTADO.
           CLOSE ARQ-CONSULTA.
           DISPLAY "RESULTADO GRAVADO EM CPFS_RESULTADO.txt".
           DISPLAY QTD-ENVIADOS " CPFS NA CONSULTA-BUREAU.txt".
       FIM-VALIDA-ARQUIVO.
           CONTINUE.
       GRAVA-CONSULTA.
           MOVE ZEROES TO DOC-14.
           MOVE CPF TO DOC-14-X(4:11).
           MOVE SPACES TO REG-BUREAU.
           MOVE "1" TO BUR-REGISTRO.
           MOVE 1 TO BUR-D-TIPO-DOC.
           MOVE DOC-14 TO BUR-D-DOCUMENTO.
           WRITE CONSULTA-LINHA FROM REG-BUREAU.
           ADD 1 TO QTD-ENVIADOS.
       INCORPORA-RESPOSTA.
           OPEN INPUT ARQ-RESPOSTA.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO AO ABRIR RESPOSTA-BUREAU.txt: " WS-FS-4
               GO TO FIM-INCORPORA-RESPOSTA
           END-IF.
           OPEN INPUT ARQ-RESULTADO.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO AO ABRIR CPFS_RESULTADO.txt: " WS-FS-2
               CLOSE ARQ-RESPOSTA
               GO TO FIM-INCORPORA-RESPOSTA
           END-IF.
           MOVE ZEROES TO QTD-LINHAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RESULTADO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QTD-LINHAS < 2000
                           ADD 1 TO QTD-LINHAS
                           MOVE RESULTADO-LINHA TO TAB-LINHA(QTD-LINHAS)
                       ELSE
                           DISPLAY "RESULTADO COM MAIS DE 2000 LINHAS -"
                               " RESPOSTA NAO INCORPORADA"
                           CLOSE ARQ-RESULTADO
                           CLOSE ARQ-RESPOSTA
                           GO TO FIM-INCORPORA-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESULTADO.
           MOVE ZEROES TO QTD-RESPOSTAS.
           MOVE ZEROES TO QTD-SEM-LINHA.
           MOVE ZEROES TO DATA-RESPOSTA.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RESPOSTA
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RESPOSTA-LINHA TO REG-BUREAU
                       IF BUR-REGISTRO = "0" AND BUR-H-DATA NUMERIC
                           MOVE BUR-H-DATA TO DATA-RESPOSTA
                       END-IF
                       IF BUR-REGISTRO = "1" AND BUR-D-TIPO-DOC = 1
                          AND BUR-D-DOCUMENTO NUMERIC
                           PERFORM APLICA-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESPOSTA.
           OPEN OUTPUT ARQ-RESULTADO.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > QTD-LINHAS
               MOVE TAB-LINHA(L) TO RESULTADO-LINHA
               WRITE RESULTADO-LINHA
           END-PERFORM.
           CLOSE ARQ-RESULTADO.
           DISPLAY QTD-RESPOSTAS " RESPOSTAS INCORPORADAS EM"
               " CPFS_RESULTADO.txt".
           IF QTD-SEM-LINHA > 0
               DISPLAY QTD-SEM-LINHA " RESPOSTAS SEM CPF NO RESULTADO"
           END-IF.
       FIM-INCORPORA-RESPOSTA.
           CONTINUE.
       APLICA-RESPOSTA.
           MOVE BUR-D-DOCUMENTO TO DOC-14.
           MOVE 1 TO L.
           PERFORM UNTIL L > QTD-LINHAS
                      OR TAB-LINHA(L)(1:11) = DOC-14-X(4:11)
               ADD 1 TO L
           END-PERFORM.
           IF L > QTD-LINHAS
               ADD 1 TO QTD-SEM-LINHA
           ELSE
               MOVE TAB-LINHA(L) TO RESULTADO-DETALHE
               EVALUATE BUR-D-SITUACAO
                   WHEN "N" MOVE "NADA CONSTA" TO RES-BUREAU
                   WHEN "R" MOVE "RESTRITO" TO RES-BUREAU
                   WHEN "I" MOVE "INEXISTENTE" TO RES-BUREAU
                   WHEN OTHER MOVE "SEM RESPOSTA" TO RES-BUREAU
               END-EVALUATE
               IF BUR-D-SITUACAO = "R"
                  AND BUR-D-QTD NUMERIC AND BUR-D-VALOR NUMERIC
                   MOVE BUR-D-QTD TO RES-BUREAU-QTD
                   MOVE BUR-D-VALOR TO RES-BUREAU-VALOR
               ELSE
                   MOVE SPACES TO RES-BUREAU-NUMEROS
               END-IF
               MOVE DATA-RESPOSTA TO RES-BUREAU-DATA
               MOVE RESULTADO-DETALHE TO TAB-LINHA(L)
               ADD 1 TO QTD-RESPOSTAS
           END-IF.
       LIMPA-CPF.
           MOVE SPACES TO CPF.
           MOVE 1 TO K.
