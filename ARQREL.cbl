       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CONTROLE
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       SELECT ARQ-ORIGEM
           ASSIGN TO DYNAMIC WS-ORI-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-DESTINO
           ASSIGN TO DYNAMIC WS-DST-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-RELARQ
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RAQ-CHAVE
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTROLE VALUE OF FILE-ID IS "CONTROLE-NOTURNO.dat".
           01 REG-CONTROLE.
               05 CTL-DATA PIC 9(8).
               05 CTL-PROGRAMA PIC X(12).
               05 CTL-SITUACAO PIC X(10).
               05 CTL-HORA PIC 9(6).
               05 CTL-RC PIC 9(4).
       FD ARQ-ORIGEM.
           01 ORI-LINHA PIC X(200).
       FD ARQ-DESTINO.
           01 DST-LINHA PIC X(200).
       FD ARQ-RELARQ VALUE OF FILE-ID IS "RELATORIOS.dat".
           COPY REG-RELARQ.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-CORTE PIC 9(8).
           77 WS-I PIC 9(2).
           77 WS-ERRO PIC X VALUE 'N'.
           77 WS-ERRO-REL PIC X.
           77 WS-ORI-NOME PIC X(40).
           77 WS-DST-NOME PIC X(40).
           77 WS-LINHAS PIC 9(7).
           77 WS-LINHAS-PAGINA PIC 9(2) VALUE 20.
           77 WS-QTD-ARQUIVADOS PIC 9(3) VALUE 0.
           77 WS-QTD-AUSENTES PIC 9(3) VALUE 0.
           77 WS-QTD-EXPURGADOS PIC 9(5) VALUE 0.
           77 WS-RC-DEL PIC 9(4).
           77 WS-QTD-RELS PIC 9(2) VALUE 26.
           COPY WS-PARAMETRO.
      *    RELATORIOS GUARDADOS: PASSO DO NOTURNO QUE GERA, NOME FIXO
      *    DO ARQUIVO (SEM .txt), D = NOME FIXO / M = NOME COM O MES
      *    CORRENTE (AAAAMM) E O NIVEL DE OPERADOR PARA CONSULTAR -
      *    OS FINANCEIROS FICAM SO PARA O GERENTE
           01 WS-RELATORIOS.
               05 FILLER PIC X(12) VALUE "ASSINATURAS".
               05 FILLER PIC X(20) VALUE "ASSINATURAS".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "FAIXAS".
               05 FILLER PIC X(20) VALUE "RELFAIXAS".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "RELFILME".
               05 FILLER PIC X(20) VALUE "RELFILMES".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "RELALUGUEIS".
               05 FILLER PIC X(20) VALUE "RELALUGUEIS".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "RECONCILIA".
               05 FILLER PIC X(20) VALUE "RECONCILIA".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "SALDOS".
               05 FILLER PIC X(20) VALUE "SALDOS-DIVERGE".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "NFSE".
               05 FILLER PIC X(20) VALUE "NFSE-REJEITADOS".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "ADQUIRE".
               05 FILLER PIC X(20) VALUE "ADQUIRE-DIVERGENCIAS".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "VALES".
               05 FILLER PIC X(20) VALUE "VALES".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "NOTIFICA".
               05 FILLER PIC X(20) VALUE "AVISOS".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "NOTIFICA".
               05 FILLER PIC X(20) VALUE "LIGACOES".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "FECHAMENTO".
               05 FILLER PIC X(20) VALUE "FECHAMENTO".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "RELESTORNO".
               05 FILLER PIC X(20) VALUE "RELESTORNO".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "PONTOS".
               05 FILLER PIC X(20) VALUE "EXTRATO-PONTOS".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "AGING".
               05 FILLER PIC X(20) VALUE "AGING".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "AGING".
               05 FILLER PIC X(20) VALUE "COBRANCA".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "CAIXAREL".
               05 FILLER PIC X(20) VALUE "CAIXA-CONFERE".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "SUGCOMPRA".
               05 FILLER PIC X(20) VALUE "SUGCOMPRA".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "RELPEDIDOS".
               05 FILLER PIC X(20) VALUE "RELPEDIDOS".
               05 FILLER PIC X(2) VALUE "D2".
               05 FILLER PIC X(12) VALUE "DEPRECIA".
               05 FILLER PIC X(20) VALUE "PATRIMONIO".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "DEPRECIA".
               05 FILLER PIC X(20) VALUE "DEPRECIACAO".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "DEPRECIA".
               05 FILLER PIC X(20) VALUE "PAYBACK".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "REDISTRIB".
               05 FILLER PIC X(20) VALUE "REDISTRIB".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "TRANSITO".
               05 FILLER PIC X(20) VALUE "TRANSITO-ATRASO".
               05 FILLER PIC X(2) VALUE "D1".
               05 FILLER PIC X(12) VALUE "COMISSOES".
               05 FILLER PIC X(20) VALUE "COMISSOES".
               05 FILLER PIC X(2) VALUE "M2".
               05 FILLER PIC X(12) VALUE "COMISSOES".
               05 FILLER PIC X(20) VALUE "FOLHA-COMISSOES".
               05 FILLER PIC X(2) VALUE "M2".
           01 WS-RELATORIOS-R REDEFINES WS-RELATORIOS.
               05 WS-REL OCCURS 26 TIMES.
                   10 WS-REL-PASSO PIC X(12).
                   10 WS-REL-BASE PIC X(20).
                   10 WS-REL-TIPO PIC X(1).
                   10 WS-REL-NIVEL PIC 9(1).
           01 WS-GERADOS.
               05 WS-REL-GERADO PIC X OCCURS 26 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           IF WS-PAR-RETENCAO-REL NOT NUMERIC
              OR WS-PAR-RETENCAO-REL = 0
               MOVE 90 TO WS-PAR-RETENCAO-REL
           END-IF.
           MOVE ZEROES TO WS-QTD-ARQUIVADOS WS-QTD-AUSENTES.
           MOVE ZEROES TO WS-QTD-EXPURGADOS.
           MOVE 'N' TO WS-ERRO.
      *    SO GUARDA O RELATORIO CUJO PASSO CONCLUIU HOJE - O ARQUIVO
      *    FIXO DE UM PASSO QUE NAO RODOU AINDA E O DE ONTEM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-RELS
               MOVE 'N' TO WS-REL-GERADO(WS-I)
           END-PERFORM.
           PERFORM CARREGA-CONTROLE THRU FIM-CARREGA-CONTROLE.
           OPEN I-O ARQ-RELARQ.
           IF WS-FS-4 = 35
               OPEN OUTPUT ARQ-RELARQ
               CLOSE ARQ-RELARQ
               OPEN I-O ARQ-RELARQ
           END-IF.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE RELATORIOS.dat: " WS-FS-4
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-RELS
               PERFORM GUARDA-RELATORIO THRU FIM-GUARDA-RELATORIO
           END-PERFORM.
           PERFORM EXPURGA-RELATORIOS.
           CLOSE ARQ-RELARQ.
           DISPLAY "RELATORIOS GUARDADOS: " WS-QTD-ARQUIVADOS
               " NAO GERADOS: " WS-QTD-AUSENTES.
           DISPLAY "COPIAS EXPURGADAS (MAIS DE " WS-PAR-RETENCAO-REL
               " DIAS): " WS-QTD-EXPURGADOS.
           IF WS-ERRO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       CARREGA-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS <> 0
               GO TO FIM-CARREGA-CONTROLE
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CONTROLE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CTL-DATA = WS-HOJE
                          AND CTL-SITUACAO = "CONCLUIDO"
                           PERFORM MARCA-GERADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           MOVE 'N' TO WS-EOF.
       FIM-CARREGA-CONTROLE.
           CONTINUE.
       MARCA-GERADO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-RELS
               IF WS-REL-PASSO(WS-I) = CTL-PROGRAMA
                   MOVE 'S' TO WS-REL-GERADO(WS-I)
               END-IF
           END-PERFORM.
       GUARDA-RELATORIO.
           MOVE 'N' TO WS-ERRO-REL.
           IF WS-REL-GERADO(WS-I) = 'N'
               GO TO FIM-GUARDA-RELATORIO
           END-IF.
           MOVE SPACES TO WS-ORI-NOME.
           IF WS-REL-TIPO(WS-I) = "M"
               STRING WS-REL-BASE(WS-I) DELIMITED BY SPACE
                   "-" WS-HOJE(1:6) ".txt"
                   DELIMITED BY SIZE INTO WS-ORI-NOME
           ELSE
               STRING WS-REL-BASE(WS-I) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO WS-ORI-NOME
           END-IF.
           MOVE SPACES TO WS-DST-NOME.
           STRING WS-REL-BASE(WS-I) DELIMITED BY SPACE
               "-" WS-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-DST-NOME.
           OPEN INPUT ARQ-ORIGEM.
           IF WS-FS-2 <> 0
      *        PASSO QUE NAO TEVE O QUE LISTAR NAO CRIA O ARQUIVO
               ADD 1 TO WS-QTD-AUSENTES
               GO TO FIM-GUARDA-RELATORIO
           END-IF.
      *    REEXECUCAO NO MESMO DIA REFAZ A COPIA COM O RELATORIO NOVO
           OPEN OUTPUT ARQ-DESTINO.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO AO CRIAR " WS-DST-NOME ": " WS-FS-3
               CLOSE ARQ-ORIGEM
               MOVE 'S' TO WS-ERRO-REL
               MOVE 'S' TO WS-ERRO
               GO TO FIM-GUARDA-RELATORIO
           END-IF.
           MOVE ZEROES TO WS-LINHAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ORIGEM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE DST-LINHA FROM ORI-LINHA
                       IF WS-FS-3 <> 0
                           DISPLAY "ERRO AO GRAVAR " WS-DST-NOME
                               ": " WS-FS-3
                           MOVE 'S' TO WS-ERRO-REL
                           MOVE 'S' TO WS-ERRO
                           MOVE 'Y' TO WS-EOF
                       END-IF
                       ADD 1 TO WS-LINHAS
               END-READ
           END-PERFORM.
           CLOSE ARQ-ORIGEM.
           CLOSE ARQ-DESTINO.
           IF WS-ERRO-REL = 'S'
               GO TO FIM-GUARDA-RELATORIO
           END-IF.
           MOVE WS-REL-BASE(WS-I) TO RAQ-NOME.
           MOVE WS-HOJE TO RAQ-DATA.
           MOVE ZEROES TO RAQ-FILIAL.
           MOVE WS-LINHAS TO RAQ-LINHAS.
           COMPUTE RAQ-PAGINAS = (WS-LINHAS + WS-LINHAS-PAGINA - 1)
               / WS-LINHAS-PAGINA.
           MOVE WS-REL-NIVEL(WS-I) TO RAQ-NIVEL.
           MOVE WS-DST-NOME TO RAQ-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAQ-HORA.
           WRITE REG-RELARQ
               INVALID KEY
                   REWRITE REG-RELARQ
                       INVALID KEY
                           DISPLAY "ERRO AO INDEXAR " WS-DST-NOME
                               ": " WS-FS-4
                           MOVE 'S' TO WS-ERRO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ARQUIVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ARQUIVADOS
           END-WRITE.
       FIM-GUARDA-RELATORIO.
           CONTINUE.
       EXPURGA-RELATORIOS.
      *    A COPIA E A ENTRADA DO INDICE SAEM JUNTAS - O INDICE NUNCA
      *    APONTA PARA ARQUIVO JA APAGADO
           COMPUTE WS-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-PAR-RETENCAO-REL).
           MOVE LOW-VALUES TO RAQ-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RELARQ KEY IS NOT LESS THAN RAQ-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RELARQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RAQ-DATA < WS-CORTE
                           PERFORM APAGA-COPIA THRU FIM-APAGA-COPIA
                       END-IF
               END-READ
           END-PERFORM.
       APAGA-COPIA.
           MOVE RAQ-ARQUIVO TO WS-DST-NOME.
           OPEN INPUT ARQ-DESTINO.
           IF WS-FS-3 = 0
               CLOSE ARQ-DESTINO
               MOVE ZEROES TO WS-RC-DEL
               CALL "CBL_DELETE_FILE" USING WS-DST-NOME
                   RETURNING WS-RC-DEL
               END-CALL
               IF WS-RC-DEL NOT = 0
      *            FICA NO INDICE PARA A PROXIMA NOITE TENTAR DE NOVO
                   DISPLAY "AVISO: NAO APAGOU " WS-DST-NOME
                   GO TO FIM-APAGA-COPIA
               END-IF
           END-IF.
           DELETE ARQ-RELARQ RECORD
               INVALID KEY
                   DISPLAY "AVISO: INDICE NAO EXPURGADO " RAQ-NOME
                       " " RAQ-DATA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-EXPURGADOS
           END-DELETE.
       FIM-APAGA-COPIA.
           CONTINUE.
       END PROGRAM ARQREL.
