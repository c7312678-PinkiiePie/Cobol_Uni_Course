       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSINATURAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CLIENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS.
       SELECT ARQ-CONTAS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CONTA-CPF
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-PLANOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-REL
           ASSIGN TO DYNAMIC WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-CONTAS VALUE OF FILE-ID IS "CONTAS.dat".
           COPY REG-CONTA.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-PLANOS VALUE OF FILE-ID IS "PLANOS.dat".
           COPY REG-PLANO.
       FD ARQ-REL.
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-HOJE PIC 9(8).
           77 WS-AMANHA PIC 9(8).
           77 WS-MES-REF PIC X(6).
           77 WS-REL-NOME PIC X(25).
           77 WS-GERA-REL PIC X VALUE 'S'.
           77 WS-LOG-GRAVADO PIC X.
           77 WS-CONTA-NOVA PIC X.
           77 WS-ALTEROU PIC X.
           77 WS-EVENTO PIC X.
           77 WS-P PIC 9(3).
           77 WS-VALOR PIC 9(5)V99.
           77 WS-BASE PIC S9(7).
           77 WS-CHURN PIC 9(3)V99.
      *    COBRANCA DAS MENSALIDADES ENTRA NO LOG COM ESTE OPERADOR
           77 WS-OPERADOR-LOTE PIC X(10) VALUE "ASSINATURA".
           77 WS-QTD-RENOVADAS PIC 9(5) VALUE 0.
           77 WS-QTD-SUSPENSAS PIC 9(5) VALUE 0.
           77 WS-QTD-REATIVADAS PIC 9(5) VALUE 0.
           77 WS-QTD-CANCELADAS PIC 9(5) VALUE 0.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           COPY WS-PARAMETRO.
           01 WS-RENOVA.
               05 WS-RN-ANO PIC 9(4).
               05 WS-RN-MES PIC 9(2).
               05 WS-RN-DIA PIC 9(2).
           01 WS-RENOVA-N REDEFINES WS-RENOVA PIC 9(8).
      *    PLANOS 00 A 99: CADASTRO E MOVIMENTO DO MES DE REFERENCIA
           01 WS-PLANOS.
               05 WS-PL OCCURS 100 TIMES.
                   10 WS-PL-EXISTE PIC X.
                   10 WS-PL-NOME PIC X(20).
                   10 WS-PL-MENSALIDADE PIC 9(5)V99.
                   10 WS-PL-ATIVOS PIC 9(5).
                   10 WS-PL-ADESOES PIC 9(5).
                   10 WS-PL-RENOVACOES PIC 9(5).
                   10 WS-PL-TROCAS PIC 9(5).
                   10 WS-PL-CANCELADAS PIC 9(5).
                   10 WS-PL-INADIMPLENTES PIC 9(5).
                   10 WS-PL-SUSPENSOES PIC 9(5).
                   10 WS-PL-REATIVACOES PIC 9(5).
                   10 WS-PL-RECEITA PIC 9(7)V99.
           01 WS-TOTAIS.
               05 WS-TT-ATIVOS PIC 9(5) VALUE 0.
               05 WS-TT-ADESOES PIC 9(5) VALUE 0.
               05 WS-TT-CANCELADAS PIC 9(5) VALUE 0.
               05 WS-TT-INADIMPLENTES PIC 9(5) VALUE 0.
               05 WS-TT-RECEITA PIC 9(9)V99 VALUE 0.
           01 REL-TITULO-LINHA.
               05 FILLER PIC X(35) VALUE
                   "ASSINATURAS - MOVIMENTO E CHURN DE ".
               05 REL-TIT-MES PIC X(6).
               05 FILLER PIC X(12) VALUE " GERADO EM ".
               05 REL-TIT-DATA PIC 9(8).
           01 REL-CABECALHO.
               05 FILLER PIC X(24) VALUE "PLANO".
               05 FILLER PIC X(7) VALUE " ATIVOS".
               05 FILLER PIC X(7) VALUE " ADES.".
               05 FILLER PIC X(7) VALUE " RENOV.".
               05 FILLER PIC X(7) VALUE " TROCAS".
               05 FILLER PIC X(7) VALUE " CANC.".
               05 FILLER PIC X(7) VALUE " INADIM".
               05 FILLER PIC X(7) VALUE " SUSP.".
               05 FILLER PIC X(7) VALUE " REATIV".
               05 FILLER PIC X(8) VALUE "  CHURN%".
               05 FILLER PIC X(12) VALUE "     RECEITA".
           01 REL-DETALHE.
               05 REL-PLANO PIC 99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-NOME PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-ATIVOS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-ADESOES PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-RENOVACOES PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-TROCAS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-CANCELADAS PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-INADIMPLENTES PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-SUSPENSOES PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-REATIVACOES PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CHURN PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 REL-RECEITA PIC ZZZZZZ9.99.
           01 REL-RESUMO.
               05 REL-RS-ROTULO PIC X(33).
               05 REL-RS-VALOR PIC ZZZZZZZZ9.99.
           01 REL-RESUMO-QTD.
               05 REL-RQ-ROTULO PIC X(33).
               05 REL-RQ-QTD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
      *    NA CADEIA NOTURNA O CHURN SO SAI NO ULTIMO DIA DO MES; A
      *    COBRANCA RODA TODA NOITE - CADA ASSINANTE RENOVA NO SEU DIA
           IF MODO-BATCH = "NOTURNO"
               COMPUTE WS-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
               IF WS-AMANHA(7:2) NOT = "01"
                   MOVE 'N' TO WS-GERA-REL
               END-IF
           ELSE
               DISPLAY "MES DO CHURN (AAAAMM, BRANCO = MES ATUAL): "
               MOVE SPACES TO WS-MES-REF
               ACCEPT WS-MES-REF
               IF WS-MES-REF = SPACES OR WS-MES-REF = "000000"
                   MOVE WS-HOJE(1:6) TO WS-MES-REF
               END-IF
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           INITIALIZE WS-PLANOS.
           OPEN INPUT ARQ-PLANOS.
           IF WS-FS-4 = 35
               DISPLAY "NENHUM PLANO DE ASSINATURA CADASTRADO"
               GOBACK
           END-IF.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE PLANOS.dat: " WS-FS-4
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-PLANOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-P = PLN-CODIGO + 1
                       MOVE 'S' TO WS-PL-EXISTE(WS-P)
                       MOVE PLN-NOME TO WS-PL-NOME(WS-P)
                       MOVE PLN-MENSALIDADE TO WS-PL-MENSALIDADE(WS-P)
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANOS.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE CLIENTES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-CONTAS.
           IF WS-FS-2 = 35
               OPEN OUTPUT ARQ-CONTAS
               CLOSE ARQ-CONTAS
               OPEN I-O ARQ-CONTAS
           END-IF.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE CONTAS.dat: " WS-FS-2
               CLOSE ARQ-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-LOG.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-3
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-CONTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO CCPF.
           MOVE 'N' TO WS-EOF.
           START ARQ-CLIENTES KEY IS NOT LESS THAN CCPF
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-ASSINANTE THRU FIM-TRATA-ASSINANTE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS.
           CLOSE ARQ-CLIENTES.
           DISPLAY "MENSALIDADES LANCADAS: " WS-QTD-RENOVADAS.
           DISPLAY "ASSINATURAS SUSPENSAS: " WS-QTD-SUSPENSAS
               " REATIVADAS: " WS-QTD-REATIVADAS
               " CANCELADAS: " WS-QTD-CANCELADAS.
           IF WS-GERA-REL = 'S'
               PERFORM LE-MOVIMENTO-MES THRU FIM-LE-MOVIMENTO-MES
               PERFORM GERA-RELATORIO THRU FIM-GERA-RELATORIO
           END-IF.
           CLOSE ARQ-LOG.
           GOBACK.
       TRATA-ASSINANTE.
           IF ASS-PLANO = 0
              OR (ASS-SITUACAO NOT = 'A' AND ASS-SITUACAO NOT = 'S')
               GO TO FIM-TRATA-ASSINANTE
           END-IF.
           MOVE 'N' TO WS-ALTEROU.
           PERFORM LE-CONTA.
      *    CONTA QUITADA BAIXA A MENSALIDADE EM ABERTO E DEVOLVE O
      *    PLANO AO ASSINANTE SUSPENSO
           IF CONTA-SALDO NOT > 0
               IF ASS-VENCIMENTO > 0
                   MOVE ZEROES TO ASS-VENCIMENTO
                   MOVE 'S' TO WS-ALTEROU
               END-IF
               IF ASS-SITUACAO = 'S'
                   MOVE 'A' TO ASS-SITUACAO
                   MOVE 'S' TO WS-ALTEROU
                   MOVE 'T' TO WS-EVENTO
                   MOVE ZEROES TO WS-VALOR
                   PERFORM GRAVA-LOG THRU FIM-GRAVA-LOG
                   ADD 1 TO WS-QTD-REATIVADAS
               END-IF
           END-IF.
           IF ASS-RENOVACAO NOT > WS-HOJE
               IF ASS-SITUACAO = 'S'
      *            CHEGOU A RENOVACAO SEM PAGAR A ANTERIOR - CANCELA;
      *            O DEBITO CONTINUA NA CONTA PARA A COBRANCA NORMAL
                   MOVE 'I' TO WS-EVENTO
                   MOVE ZEROES TO WS-VALOR
                   PERFORM GRAVA-LOG THRU FIM-GRAVA-LOG
                   MOVE 'C' TO ASS-SITUACAO
                   MOVE ZEROES TO ASS-PLANO
                   MOVE ZEROES TO ASS-RENOVACAO
                   MOVE ZEROES TO ASS-VENCIMENTO
                   MOVE 'S' TO WS-ALTEROU
                   ADD 1 TO WS-QTD-CANCELADAS
                   GO TO GRAVA-ASSINANTE
               END-IF
               PERFORM RENOVA THRU FIM-RENOVA
           END-IF.
           IF ASS-VENCIMENTO > 0 AND ASS-VENCIMENTO < WS-HOJE
              AND CONTA-SALDO > 0 AND ASS-SITUACAO = 'A'
               MOVE 'S' TO ASS-SITUACAO
               MOVE 'S' TO WS-EVENTO
               MOVE ZEROES TO WS-VALOR
               PERFORM GRAVA-LOG THRU FIM-GRAVA-LOG
               MOVE 'S' TO WS-ALTEROU
               ADD 1 TO WS-QTD-SUSPENSAS
           END-IF.
       GRAVA-ASSINANTE.
           IF WS-ALTEROU = 'S'
               REWRITE REG-DATA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ASSINANTE " CCPF
                           " - FS " WS-FS
               END-REWRITE
           END-IF.
       FIM-TRATA-ASSINANTE.
           CONTINUE.
       RENOVA.
           COMPUTE WS-P = ASS-PLANO + 1.
           IF WS-PL-EXISTE(WS-P) NOT = 'S'
               DISPLAY "AVISO: PLANO " ASS-PLANO " NAO CADASTRADO - "
                   CCPF
               GO TO FIM-RENOVA
           END-IF.
      *    A MENSALIDADE VIGENTE NO PLANO NA DATA DA RENOVACAO - A
      *    TROCA DE PLANO SO PESA AQUI
           MOVE WS-PL-MENSALIDADE(WS-P) TO WS-VALOR.
           ADD WS-VALOR TO CONTA-SALDO.
           PERFORM GRAVA-CONTA.
           IF ASS-VENCIMENTO = 0
               COMPUTE ASS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE)
                   + WS-PAR-ASS-CARENCIA)
           END-IF.
           MOVE ASS-RENOVACAO TO WS-RENOVA-N.
           ADD 1 TO WS-RN-MES.
           IF WS-RN-MES > 12
               MOVE 1 TO WS-RN-MES
               ADD 1 TO WS-RN-ANO
           END-IF.
      *    COMO NA ADESAO: DIA 29 A 31 NAO EXISTE EM TODO MES
           IF WS-RN-DIA > 28
               MOVE 28 TO WS-RN-DIA
           END-IF.
           MOVE WS-RENOVA-N TO ASS-RENOVACAO.
           MOVE 'R' TO WS-EVENTO.
           PERFORM GRAVA-LOG THRU FIM-GRAVA-LOG.
           MOVE 'S' TO WS-ALTEROU.
           ADD 1 TO WS-QTD-RENOVADAS.
       FIM-RENOVA.
           CONTINUE.
       LE-CONTA.
           MOVE 'N' TO WS-CONTA-NOVA.
           MOVE CCPF TO CONTA-CPF.
           READ ARQ-CONTAS
               KEY IS CONTA-CPF
               INVALID KEY
                   MOVE 'S' TO WS-CONTA-NOVA
                   MOVE CCPF TO CONTA-CPF
                   MOVE ZEROES TO CONTA-SALDO
                   MOVE ZEROES TO CONTA-DATA-ULT
           END-READ.
       GRAVA-CONTA.
           MOVE WS-HOJE TO CONTA-DATA-ULT.
           IF WS-CONTA-NOVA = 'S'
               WRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTA " CONTA-CPF
                           " - FS " WS-FS-2
               END-WRITE
               MOVE 'N' TO WS-CONTA-NOVA
           ELSE
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTA " CONTA-CPF
                           " - FS " WS-FS-2
               END-REWRITE
           END-IF.
       GRAVA-LOG.
           MOVE WS-HOJE TO LOG-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'O' TO LOG-TIPO.
           MOVE CCPF TO LOG-CPF.
           MOVE ZEROES TO LOG-CODIGO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-VALOR TO LOG-VALOR.
           MOVE WS-OPERADOR-LOTE TO LOG-OPERADOR.
           MOVE ASS-FILIAL TO LOG-FILIAL.
           MOVE ZEROES TO LOG-PRAZO.
           MOVE ZEROES TO LOG-DESCONTO LOG-PROMOCAO.
           MOVE ZEROES TO LOG-FORMA-PAGTO.
           MOVE SPACES TO LOG-NSU.
           MOVE ZEROES TO LOG-DEPENDENTE.
           MOVE ZEROES TO LOG-COPIA.
           MOVE SPACES TO LOG-VINCULO.
           MOVE ASS-PLANO TO LOG-ASS-PLANO.
           MOVE WS-EVENTO TO LOG-ASS-EVENTO.
           MOVE ASS-VENCIMENTO TO LOG-ASS-VENCIMENTO.
           MOVE 'N' TO WS-LOG-GRAVADO.
           PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
               WRITE REG-LOG
                   INVALID KEY ADD 1 TO LOG-SEQ
                   NOT INVALID KEY MOVE 'S' TO WS-LOG-GRAVADO
               END-WRITE
           END-PERFORM.
           IF WS-LOG-GRAVADO = 'N'
               DISPLAY "AVISO: EVENTO " WS-EVENTO " DA ASSINATURA NAO"
                   " GRAVADO NO LOG - " CCPF " - FS " WS-FS-3
           END-IF.
       FIM-GRAVA-LOG.
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
                           IF LOG-TIPO = 'O'
                               PERFORM ACUMULA-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *    ASSINANTES ATIVOS OU SUSPENSOS NA DATA DO RELATORIO
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-CLIENTES NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ASS-PLANO > 0
                              AND (ASS-SITUACAO = 'A'
                                   OR ASS-SITUACAO = 'S')
                               COMPUTE WS-P = ASS-PLANO + 1
                               ADD 1 TO WS-PL-ATIVOS(WS-P)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CLIENTES
           END-IF.
       FIM-LE-MOVIMENTO-MES.
           CONTINUE.
       ACUMULA-EVENTO.
           COMPUTE WS-P = LOG-ASS-PLANO + 1.
           ADD LOG-VALOR TO WS-PL-RECEITA(WS-P).
           EVALUATE LOG-ASS-EVENTO
               WHEN 'N' ADD 1 TO WS-PL-ADESOES(WS-P)
               WHEN 'R' ADD 1 TO WS-PL-RENOVACOES(WS-P)
               WHEN 'M' ADD 1 TO WS-PL-TROCAS(WS-P)
               WHEN 'C' ADD 1 TO WS-PL-CANCELADAS(WS-P)
               WHEN 'I' ADD 1 TO WS-PL-INADIMPLENTES(WS-P)
               WHEN 'S' ADD 1 TO WS-PL-SUSPENSOES(WS-P)
               WHEN 'T' ADD 1 TO WS-PL-REATIVACOES(WS-P)
               WHEN OTHER CONTINUE
           END-EVALUATE.
       GERA-RELATORIO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "ASSINATURAS-" WS-MES-REF ".txt"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           IF WS-FS-5 <> 0
               DISPLAY "ERRO NA ABERTURA DE " WS-REL-NOME ": " WS-FS-5
               MOVE 8 TO RETURN-CODE
               GO TO FIM-GERA-RELATORIO
           END-IF.
           MOVE WS-MES-REF TO REL-TIT-MES.
           MOVE WS-HOJE TO REL-TIT-DATA.
           MOVE REL-TITULO-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 100
               IF WS-PL-EXISTE(WS-P) = 'S'
                  OR WS-PL-ATIVOS(WS-P) > 0
                  OR WS-PL-RECEITA(WS-P) > 0
                   PERFORM ESCREVE-PLANO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ASSINANTES ATIVOS..............: " TO REL-RQ-ROTULO.
           MOVE WS-TT-ATIVOS TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ADESOES NO MES.................: " TO REL-RQ-ROTULO.
           MOVE WS-TT-ADESOES TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CANCELADAS PELO CLIENTE........: " TO REL-RQ-ROTULO.
           MOVE WS-TT-CANCELADAS TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CANCELADAS POR FALTA DE PAGTO..: " TO REL-RQ-ROTULO.
           MOVE WS-TT-INADIMPLENTES TO REL-RQ-QTD.
           MOVE REL-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "RECEITA DE MENSALIDADES........: " TO REL-RS-ROTULO.
           MOVE WS-TT-RECEITA TO REL-RS-VALOR.
           MOVE REL-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CHURN% = CANCELADAS / (ATIVOS + CANCELADAS - ADESOES)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           DISPLAY "CHURN DE ASSINATURAS EM " WS-REL-NOME.
       FIM-GERA-RELATORIO.
           CONTINUE.
       ESCREVE-PLANO.
      *    BASE = ASSINANTES NO INICIO DO MES, RECONSTITUIDA PELO
      *    MOVIMENTO: OS DE HOJE MAIS OS QUE SAIRAM MENOS OS QUE
      *    ENTRARAM
           COMPUTE WS-BASE = WS-PL-ATIVOS(WS-P)
               + WS-PL-CANCELADAS(WS-P) + WS-PL-INADIMPLENTES(WS-P)
               - WS-PL-ADESOES(WS-P).
           IF WS-BASE > 0
               COMPUTE WS-CHURN ROUNDED = (WS-PL-CANCELADAS(WS-P)
                   + WS-PL-INADIMPLENTES(WS-P)) * 100 / WS-BASE
           ELSE
               MOVE ZEROES TO WS-CHURN
           END-IF.
           COMPUTE REL-PLANO = WS-P - 1.
           MOVE WS-PL-NOME(WS-P) TO REL-NOME.
           MOVE WS-PL-ATIVOS(WS-P) TO REL-ATIVOS.
           MOVE WS-PL-ADESOES(WS-P) TO REL-ADESOES.
           MOVE WS-PL-RENOVACOES(WS-P) TO REL-RENOVACOES.
           MOVE WS-PL-TROCAS(WS-P) TO REL-TROCAS.
           MOVE WS-PL-CANCELADAS(WS-P) TO REL-CANCELADAS.
           MOVE WS-PL-INADIMPLENTES(WS-P) TO REL-INADIMPLENTES.
           MOVE WS-PL-SUSPENSOES(WS-P) TO REL-SUSPENSOES.
           MOVE WS-PL-REATIVACOES(WS-P) TO REL-REATIVACOES.
           MOVE WS-CHURN TO REL-CHURN.
           MOVE WS-PL-RECEITA(WS-P) TO REL-RECEITA.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-PL-ATIVOS(WS-P) TO WS-TT-ATIVOS.
           ADD WS-PL-ADESOES(WS-P) TO WS-TT-ADESOES.
           ADD WS-PL-CANCELADAS(WS-P) TO WS-TT-CANCELADAS.
           ADD WS-PL-INADIMPLENTES(WS-P) TO WS-TT-INADIMPLENTES.
           ADD WS-PL-RECEITA(WS-P) TO WS-TT-RECEITA.
       END PROGRAM ASSINATURAS.
