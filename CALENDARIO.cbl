       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CALENDARIO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CALENDARIO VALUE OF FILE-ID IS "CALENDARIO.dat".
           COPY REG-CALENDARIO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-TEM-CALENDARIO PIC X.
           77 WS-ABERTO PIC X.
           77 WS-DIA PIC 9(8).
           77 WS-VOLTAS PIC 9(3).
           COPY WS-CALENDARIO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROES TO WS-CAL-DIAS.
           MOVE WS-CAL-DATA-INI TO WS-CAL-DATA-RES.
           MOVE 'S' TO WS-TEM-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS <> 0
      *        SEM CALENDARIO TODO DIA E DE LOJA ABERTA
               MOVE 'N' TO WS-TEM-CALENDARIO
           END-IF.
           EVALUATE WS-CAL-FUNCAO
               WHEN 'P'
                   PERFORM PROXIMO-ABERTO
               WHEN 'A'
                   PERFORM CONTA-ABERTOS THRU FIM-CONTA-ABERTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-TEM-CALENDARIO = 'S'
               CLOSE ARQ-CALENDARIO
           END-IF.
           GOBACK.
       PROXIMO-ABERTO.
           MOVE WS-CAL-DATA-INI TO WS-DIA.
           MOVE ZEROES TO WS-VOLTAS.
           PERFORM TESTA-DIA.
      *    UM ANO INTEIRO FECHADO E CALENDARIO MAL PREENCHIDO - PARA
      *    POR AI EM VEZ DE PRENDER O BALCAO
           PERFORM UNTIL WS-ABERTO = 'S' OR WS-VOLTAS > 366
               COMPUTE WS-DIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DIA) + 1)
               ADD 1 TO WS-VOLTAS
               PERFORM TESTA-DIA
           END-PERFORM.
           MOVE WS-DIA TO WS-CAL-DATA-RES.
       CONTA-ABERTOS.
      *    O PRAZO QUE CAIU EM DIA FECHADO SO CONTA A PARTIR DO
      *    PRIMEIRO DIA ABERTO - A CONTAGEM COMECA DEPOIS DELE
           PERFORM PROXIMO-ABERTO.
           IF WS-CAL-DATA-FIM <= WS-CAL-DATA-RES
               GO TO FIM-CONTA-ABERTOS
           END-IF.
           IF WS-TEM-CALENDARIO = 'N'
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-RES)
               GO TO FIM-CONTA-ABERTOS
           END-IF.
           MOVE WS-CAL-DATA-RES TO WS-DIA.
           PERFORM UNTIL WS-DIA >= WS-CAL-DATA-FIM
               COMPUTE WS-DIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DIA) + 1)
               PERFORM TESTA-DIA
               IF WS-ABERTO = 'S'
                   ADD 1 TO WS-CAL-DIAS
               END-IF
           END-PERFORM.
       FIM-CONTA-ABERTOS.
           CONTINUE.
       TESTA-DIA.
           MOVE 'S' TO WS-ABERTO.
           IF WS-TEM-CALENDARIO = 'S'
               PERFORM LE-DIA
           END-IF.
       LE-DIA.
      *    O DIA DA PROPRIA FILIAL PREVALECE SOBRE O DA REDE
           MOVE WS-DIA TO CAL-DATA.
           MOVE WS-CAL-FILIAL TO CAL-FILIAL.
           READ ARQ-CALENDARIO
               KEY IS CAL-CHAVE
               INVALID KEY
                   MOVE WS-DIA TO CAL-DATA
                   MOVE ZEROES TO CAL-FILIAL
                   READ ARQ-CALENDARIO
                       KEY IS CAL-CHAVE
                       INVALID KEY MOVE 'A' TO CAL-SITUACAO
                   END-READ
           END-READ.
           IF CAL-SITUACAO = 'F'
               MOVE 'N' TO WS-ABERTO
           END-IF.
       END PROGRAM CALENDARIO.
