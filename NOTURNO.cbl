           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       SELECT ARQ-MANUT
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-SESSOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS SES-CHAVE
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-OPER
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS OPER-NOME
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTROLE VALUE OF FILE-ID IS "CONTROLE-NOTURNO.dat".
               05 CTL-SITUACAO PIC X(10).
               05 CTL-HORA PIC 9(6).
               05 CTL-RC PIC 9(4).
       FD ARQ-MANUT VALUE OF FILE-ID IS "MANUTENCAO.dat".
           COPY REG-MANUTENCAO.
       FD ARQ-SESSOES VALUE OF FILE-ID IS "SESSOES.dat".
           COPY REG-SESSAO.
       FD ARQ-OPER VALUE OF FILE-ID IS "OPERADORES.dat".
           COPY REG-OPERADOR.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-I PIC 9(2).
           77 WS-PASSO-FALHOU PIC X VALUE 'N'.
           77 WS-SITUACAO PIC X(10).
           77 WS-RC PIC 9(4).
           77 WS-QTD-PASSOS PIC 9(2) VALUE 26.
           77 WS-MNT-ANTERIOR PIC X VALUE 'N'.
           77 WS-MNT-NOVA PIC X.
           77 WS-QTD-SESSOES PIC 9(3).
           77 WS-LIBERADO PIC X.
           77 WS-LIBERADOR PIC X(10).
           77 WS-GER-SENHA PIC X(10).
           01 MODO-BATCH PIC X(8) EXTERNAL.
           01 WS-PASSOS.
               05 FILLER PIC X(12) VALUE "COPIASEG".
               05 FILLER PIC X(12) VALUE "ASSINATURAS".
               05 FILLER PIC X(12) VALUE "FAIXAS".
               05 FILLER PIC X(12) VALUE "RELFILME".
               05 FILLER PIC X(12) VALUE "RELALUGUEIS".
               05 FILLER PIC X(12) VALUE "RECONCILIA".
               05 FILLER PIC X(12) VALUE "SALDOS".
               05 FILLER PIC X(12) VALUE "NFSE".
               05 FILLER PIC X(12) VALUE "ADQUIRE".
               05 FILLER PIC X(12) VALUE "VALES".
               05 FILLER PIC X(12) VALUE "ARQUIVA".
               05 FILLER PIC X(12) VALUE "NOTIFICA".
               05 FILLER PIC X(12) VALUE "FECHAMENTO".
               05 FILLER PIC X(12) VALUE "RELESTORNO".
               05 FILLER PIC X(12) VALUE "PONTOS".
               05 FILLER PIC X(12) VALUE "AGING".
               05 FILLER PIC X(12) VALUE "CAIXAREL".
               05 FILLER PIC X(12) VALUE "SUGCOMPRA".
               05 FILLER PIC X(12) VALUE "RELPEDIDOS".
               05 FILLER PIC X(12) VALUE "DEPRECIA".
               05 FILLER PIC X(12) VALUE "REDISTRIB".
               05 FILLER PIC X(12) VALUE "TRANSITO".
               05 FILLER PIC X(12) VALUE "COMISSOES".
               05 FILLER PIC X(12) VALUE "BUREAU".
               05 FILLER PIC X(12) VALUE "ROTJORNAL".
               05 FILLER PIC X(12) VALUE "ARQREL".
           01 WS-PASSOS-R REDEFINES WS-PASSOS.
               05 WS-PASSO-NOME PIC X(12) OCCURS 26 TIMES.
           01 WS-CONCLUIDOS.
               05 WS-CONCLUIDO PIC X OCCURS 26 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE "NOTURNO" TO MODO-BATCH.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-PASSOS
               MOVE 'N' TO WS-CONCLUIDO(WS-I)
           END-PERFORM.
           PERFORM CARREGA-CONTROLE THRU FIM-CARREGA-CONTROLE.
           DISPLAY "CADEIA NOTURNA DE " WS-HOJE.
      *    A MARCA DE MANUTENCAO SOBE ANTES DE OLHAR AS SESSOES - UM
      *    LOGIN ENTRE A CONFERENCIA E O PRIMEIRO PASSO JA E RECUSADO
           PERFORM LE-MANUTENCAO THRU FIM-LE-MANUTENCAO.
           MOVE SPACES TO WS-LIBERADOR.
           MOVE 'S' TO WS-MNT-NOVA.
           PERFORM GRAVA-MANUTENCAO.
           PERFORM VERIFICA-SESSOES THRU FIM-VERIFICA-SESSOES.
           IF WS-LIBERADO = 'N'
      *        CADEIA INTERROMPIDA ANTES CONTINUA BLOQUEANDO O BALCAO
      *        NA MESMA SITUACAO EM QUE ESTAVA
               IF WS-MNT-ANTERIOR = 'S' OR WS-MNT-ANTERIOR = 'I'
                   MOVE WS-MNT-ANTERIOR TO WS-MNT-NOVA
               ELSE
                   MOVE 'N' TO WS-MNT-NOVA
               END-IF
               PERFORM GRAVA-MANUTENCAO
               DISPLAY "CADEIA NAO INICIADA - ENCERRE AS SESSOES DO"
                   " BALCAO OU PECA A LIBERACAO DO GERENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LIBERADOR NOT = SPACES
               PERFORM GRAVA-MANUTENCAO
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-PASSOS OR WS-PASSO-FALHOU = 'S'
               IF WS-CONCLUIDO(WS-I) = 'S'
                   DISPLAY "PASSO JA CONCLUIDO HOJE: "
                       WS-PASSO-NOME(WS-I)
                   PERFORM EXECUTA-PASSO
               END-IF
           END-PERFORM.
      *    COM FALHA O BALCAO CONTINUA FECHADO - A RETOMADA PULA OS
      *    PASSOS JA CONCLUIDOS E SO LIBERA QUANDO O ULTIMO TERMINA
           IF WS-PASSO-FALHOU = 'S'
               MOVE 'I' TO WS-MNT-NOVA
               PERFORM GRAVA-MANUTENCAO
               DISPLAY "CADEIA INTERROMPIDA - EXECUTE NOVAMENTE PARA"
                   " RETOMAR DO PASSO COM FALHA"
               DISPLAY "BALCAO CONTINUA BLOQUEADO ATE A CADEIA SER"
                   " CONCLUIDA"
           ELSE
               MOVE 'N' TO WS-MNT-NOVA
               PERFORM GRAVA-MANUTENCAO
               DISPLAY "CADEIA NOTURNA CONCLUIDA - BALCAO LIBERADO"
           END-IF.
           STOP RUN.
       CARREGA-CONTROLE.
       FIM-CARREGA-CONTROLE.
           CONTINUE.
       MARCA-CONCLUIDO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-PASSOS
               IF WS-PASSO-NOME(WS-I) = CTL-PROGRAMA
                   MOVE 'S' TO WS-CONCLUIDO(WS-I)
               END-IF
           MOVE WS-RC TO CTL-RC.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.
       LE-MANUTENCAO.
           MOVE 'N' TO WS-MNT-ANTERIOR.
           OPEN INPUT ARQ-MANUT.
           IF WS-FS-2 <> 0
               GO TO FIM-LE-MANUTENCAO
           END-IF.
           READ ARQ-MANUT
               AT END CONTINUE
               NOT AT END
                   IF MNT-SITUACAO = 'S' OR MNT-SITUACAO = 'I'
                       MOVE MNT-SITUACAO TO WS-MNT-ANTERIOR
                       DISPLAY "RETOMANDO CADEIA INTERROMPIDA EM "
                           MNT-DATA " " MNT-HORA
                   END-IF
           END-READ.
           CLOSE ARQ-MANUT.
       FIM-LE-MANUTENCAO.
           CONTINUE.
       GRAVA-MANUTENCAO.
           OPEN OUTPUT ARQ-MANUT.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE MANUTENCAO.dat: " WS-FS-2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MNT-NOVA TO MNT-SITUACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MNT-HORA.
           MOVE WS-LIBERADOR TO MNT-LIBERADOR.
           WRITE REG-MANUTENCAO.
           CLOSE ARQ-MANUT.
       VERIFICA-SESSOES.
      *    SESSAO ABERTA NO BALCAO SEGURA A CADEIA - SO O GERENTE
      *    LIBERA, COM OPERADOR E SENHA
           MOVE 'S' TO WS-LIBERADO.
           MOVE ZEROES TO WS-QTD-SESSOES.
           OPEN INPUT ARQ-SESSOES.
           IF WS-FS-3 <> 0
               GO TO FIM-VERIFICA-SESSOES
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SESSOES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-SESSOES
                       DISPLAY "SESSAO ABERTA: " SES-OPERADOR
                           " FILIAL " SES-FILIAL
                           " DESDE " SES-INICIO(1:8)
                           " " SES-INICIO(9:6)
               END-READ
           END-PERFORM.
           CLOSE ARQ-SESSOES.
           MOVE 'N' TO WS-EOF.
           IF WS-QTD-SESSOES = 0
               GO TO FIM-VERIFICA-SESSOES
           END-IF.
           MOVE 'N' TO WS-LIBERADO.
           DISPLAY WS-QTD-SESSOES " SESSAO(OES) ABERTA(S) NO BALCAO".
           DISPLAY "LIBERACAO DO GERENTE - OPERADOR"
               " (BRANCO = NAO INICIAR): ".
           MOVE SPACES TO WS-LIBERADOR.
           ACCEPT WS-LIBERADOR.
           IF WS-LIBERADOR = SPACES
               GO TO FIM-VERIFICA-SESSOES
           END-IF.
           DISPLAY "SENHA: ".
           MOVE SPACES TO WS-GER-SENHA.
           ACCEPT WS-GER-SENHA.
           OPEN INPUT ARQ-OPER.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE OPERADORES.dat: " WS-FS-4
               MOVE SPACES TO WS-LIBERADOR
               GO TO FIM-VERIFICA-SESSOES
           END-IF.
           MOVE WS-LIBERADOR TO OPER-NOME.
           READ ARQ-OPER
               KEY IS OPER-NOME
               INVALID KEY MOVE SPACES TO REG-OPERADOR
           END-READ.
           CLOSE ARQ-OPER.
           IF OPER-NOME NOT = WS-LIBERADOR OR OPER-NIVEL NOT = 2
              OR OPER-ATIVO NOT = 'S' OR OPER-SENHA NOT = WS-GER-SENHA
               DISPLAY "LIBERACAO RECUSADA - SO O GERENTE LIBERA"
               MOVE SPACES TO WS-LIBERADOR
               GO TO FIM-VERIFICA-SESSOES
           END-IF.
           MOVE 'S' TO WS-LIBERADO.
           DISPLAY "CADEIA LIBERADA POR " WS-LIBERADOR.
           PERFORM LIMPA-SESSOES THRU FIM-LIMPA-SESSOES.
       FIM-VERIFICA-SESSOES.
           CONTINUE.
       LIMPA-SESSOES.
      *    AS SESSOES LIBERADAS SAEM DA LISTA PARA NAO SEGURAR AS
      *    PROXIMAS NOITES - QUEM AINDA ESTIVER NO BALCAO E AVISADO
      *    NO MENU E A SAIDA DELE NAO ACHA MAIS O REGISTRO
           OPEN I-O ARQ-SESSOES.
           IF WS-FS-3 <> 0
               GO TO FIM-LIMPA-SESSOES
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SESSOES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DELETE ARQ-SESSOES RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE ARQ-SESSOES.
           MOVE 'N' TO WS-EOF.
       FIM-LIMPA-SESSOES.
           CONTINUE.
       END PROGRAM NOTURNO.
