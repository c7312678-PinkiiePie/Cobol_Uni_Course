       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFLM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FLM-V
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS VF-CODIGO
               FILE STATUS IS WS-FS.
       SELECT ARQ-FLM-N
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-TEMP
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DE PRODUCAO (501 POSICOES): SEM A FAIXA DE PRECO E
      *    AS DATAS DO CICLO DE VIDA NO ACERVO
       FD ARQ-FLM-V VALUE OF FILE-ID IS "FILMES.dat".
           01 VF-REG.
               05 VF-CODIGO PIC 9(6).
               05 VF-FNOME PIC X(80).
               05 VF-ANO PIC 9(4).
               05 VF-GENERO PIC X(20).
               05 VF-CLASSIFICACAO PIC 9(2).
               05 VF-SINOPSE PIC X(200).
               05 VF-VALOR-DIARIA PIC 9(3)V99.
               05 VF-VALOR-PRAZO-1 PIC 9(3)V99.
               05 VF-VALOR-PRAZO-3 PIC 9(3)V99.
               05 VF-EXIGE-CAUCAO PIC X(1).
               05 VF-CAUCAO-VALOR PIC 9(5)V99.
               05 VF-ISTATUS PIC 9(1).
               05 VF-QTD-COPIAS PIC 9(2).
               05 VF-QTD-DISPONIVEIS PIC 9(2).
               05 VF-QTD-RESERVAS PIC 9(1).
               05 VF-RESERVAS OCCURS 5 TIMES.
                   10 VF-RES-CPF PIC X(14).
                   10 VF-RES-DATA PIC 9(8).
               05 VF-COPIAS OCCURS 10 TIMES.
                   10 VF-COPIA-NUMERO PIC 9(2).
                   10 VF-COPIA-STATUS PIC 9(1).
                   10 VF-COPIA-FILIAL PIC 9(2).
       FD ARQ-FLM-N VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-TEMP VALUE OF FILE-ID IS "CONVFLM.tmp".
           01 TEMP-REG PIC X(501).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-RESP PIC X.
           77 WS-I PIC 9(2).
           77 WS-QTD-LIDOS PIC 9(7) VALUE 0.
           77 WS-QTD-GRAVADOS PIC 9(7) VALUE 0.
           77 WS-QTD-DUPLICADOS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DE FILMES.dat PARA O LAYOUT COM FAIXA".
           DISPLAY "DE PRECO E CICLO DE VIDA NO ACERVO. RODE UMA".
           DISPLAY "UNICA VEZ, COM A LOJA FECHADA E BACKUP FEITO".
           DISPLAY "CONFIRMA (S/N)? ".
           MOVE SPACE TO WS-RESP.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
               DISPLAY "CONVERSAO CANCELADA"
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FLM-V.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS
               DISPLAY "ARQUIVO JA CONVERTIDO OU FORA DO LAYOUT ANTIGO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-TEMP.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO AO CRIAR CONVFLM.tmp: " WS-FS-3
               CLOSE ARQ-FLM-V
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO VF-CODIGO.
           START ARQ-FLM-V KEY IS NOT LESS THAN VF-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FLM-V NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       WRITE TEMP-REG FROM VF-REG
               END-READ
           END-PERFORM.
           CLOSE ARQ-FLM-V.
           CLOSE ARQ-TEMP.
           OPEN INPUT ARQ-TEMP.
           OPEN OUTPUT ARQ-FLM-N.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO AO RECRIAR FILMES.dat: " WS-FS-2
               DISPLAY "RESTAURE O BACKUP DE FILMES.dat"
               CLOSE ARQ-TEMP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TEMP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TEMP-REG TO VF-REG
                       PERFORM MAPEIA-FILME
                       WRITE REG-FILME
                           INVALID KEY
                               ADD 1 TO WS-QTD-DUPLICADOS
                               DISPLAY "FILME DUPLICADO: " CODIGO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ARQ-TEMP.
           CLOSE ARQ-FLM-N.
           DISPLAY "LIDOS:      " WS-QTD-LIDOS.
           DISPLAY "GRAVADOS:   " WS-QTD-GRAVADOS.
           DISPLAY "DUPLICADOS: " WS-QTD-DUPLICADOS.
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS + WS-QTD-DUPLICADOS
              AND WS-QTD-DUPLICADOS = 0
               DISPLAY "CONTAGENS CONFEREM"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM - CONFIRA COM O BACKUP"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CONVFLM.tmp PODE SER APAGADO APOS CONFERENCIA".
           GOBACK.
       MAPEIA-FILME.
           MOVE VF-CODIGO TO CODIGO.
           MOVE VF-FNOME TO FNOME.
           MOVE VF-ANO TO ANO.
           MOVE VF-GENERO TO GENERO.
           MOVE VF-CLASSIFICACAO TO CLASSIFICACAO.
           MOVE VF-SINOPSE TO SINOPSE.
           MOVE VF-VALOR-DIARIA TO VALOR-DIARIA.
           MOVE VF-VALOR-PRAZO-1 TO VALOR-PRAZO-1.
           MOVE VF-VALOR-PRAZO-3 TO VALOR-PRAZO-3.
           MOVE VF-EXIGE-CAUCAO TO EXIGE-CAUCAO.
           MOVE VF-CAUCAO-VALOR TO CAUCAO-VALOR.
           MOVE VF-ISTATUS TO ISTATUS.
           MOVE VF-QTD-COPIAS TO QTD-COPIAS.
           MOVE VF-QTD-DISPONIVEIS TO QTD-DISPONIVEIS.
           MOVE VF-QTD-RESERVAS TO QTD-RESERVAS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE VF-RES-CPF(WS-I) TO RES-CPF(WS-I)
               MOVE VF-RES-DATA(WS-I) TO RES-DATA(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE VF-COPIA-NUMERO(WS-I) TO COPIA-NUMERO(WS-I)
               MOVE VF-COPIA-STATUS(WS-I) TO COPIA-STATUS(WS-I)
               MOVE VF-COPIA-FILIAL(WS-I) TO COPIA-FILIAL(WS-I)
           END-PERFORM.
      *    FAIXA EM BRANCO = AINDA NAO CLASSIFICADO - O FAIXAS
      *    CLASSIFICA O TITULO NA PROXIMA RODADA
           MOVE SPACE TO FAIXA.
           MOVE ZEROES TO DATA-ENTRADA.
           MOVE ZEROES TO FAIXA-DESDE.
       END PROGRAM CONVFLM.
