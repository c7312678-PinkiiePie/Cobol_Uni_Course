       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD.
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
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-LOGARQ
           ASSIGN TO DYNAMIC WS-LOGARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-OPER
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS OPER-NOME
               FILE STATUS IS WS-FS-6.
       SELECT ARQ-REL
           ASSIGN TO DYNAMIC WS-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-7.
       SELECT ARQ-DEPENDENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-FS-8.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-9.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-CONTAS VALUE OF FILE-ID IS "CONTAS.dat".
           COPY REG-CONTA.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-LOGARQ.
           01 LOGARQ-REG PIC X(120).
       FD ARQ-OPER VALUE OF FILE-ID IS "OPERADORES.dat".
           COPY REG-OPERADOR.
       FD ARQ-REL.
           01 REL-LINHA PIC X(132).
       FD ARQ-DEPENDENTES VALUE OF FILE-ID IS "DEPENDENTES.dat".
           COPY REG-DEPENDENTE.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-FS-7 PIC 99.
           77 WS-FS-8 PIC 99.
           77 WS-FS-9 PIC 99.
           77 WS-ALU-ABERTO PIC X VALUE 'N'.
           77 WS-ALU-EOF PIC X.
           77 WS-TEM-ALUGUEL PIC X.
           77 WS-DEP-EOF PIC X.
           77 WS-DEP-ABERTO PIC X VALUE 'N'.
           77 WS-QTD-DEP PIC 9(2) VALUE 0.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-ARQ-EOF PIC X.
           77 WS-ACHOU PIC X.
           77 WS-AUTORIZADO PIC X VALUE 'N'.
           77 WS-LOG-GRAVADO PIC X.
           77 WS-RESP PIC X.
           77 OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-CORTE PIC 9(8).
           77 WS-MES-ATUAL PIC X(6).
           77 WS-OPERADOR PIC X(10).
           77 WS-SENHA PIC X(10).
           77 WS-FILIAL PIC 9(2).
           77 WS-CPF PIC X(20).
           77 WS-CNPJ-CHECK PIC X(14).
           77 WS-CPF-POS PIC 9(2).
           77 WS-LOGARQ-NOME PIC X(25).
           77 WS-REL-NOME PIC X(30).
           77 WS-I PIC 9(4).
           77 WS-J PIC 9(2).
           77 WS-M PIC 9(4).
           77 WS-SALDO PIC S9(7)V99.
           77 WS-QTD-MOV PIC 9(7) VALUE 0.
           77 WS-QTD-ALUG PIC 9(2) VALUE 0.
           77 WS-QTD-RES PIC 9(3) VALUE 0.
           77 WS-CAND-QTD PIC 9(4) VALUE 0.
           77 WS-QTD-ANONIMIZADOS PIC 9(5) VALUE 0.
           77 WS-QTD-EXCEDENTES PIC 9(5) VALUE 0.
      *    O RELATORIO DO TITULAR PROCURA MENSAIS ARQUIVADOS DESDE
      *    ESTE NUMERO DE ANOS ATRAS
           77 WS-ANOS-HISTORICO PIC 9(2) VALUE 20.
           COPY WS-PARAMETRO.
           01 WS-MES-DET.
               05 WS-MES-ANO PIC 9(4).
               05 WS-MES-MES PIC 9(2).
           01 WS-MES-TXT PIC X(6).
           01 WS-MES-TXT-R REDEFINES WS-MES-TXT.
               05 WS-MES-TXT-N PIC 9(6).
      *    CANDIDATOS A ANONIMIZACAO EM ORDEM DE CPF - QUEM APARECE
      *    NO MOVIMENTO DEPOIS DO CORTE SAI DA LISTA
           01 WS-CANDIDATOS.
               05 WS-CAND OCCURS 1000 TIMES.
                   10 WS-CAND-CPF PIC X(14).
                   10 WS-CAND-ATIVO PIC X.
           01 REL-CAMPO.
               05 RC-ROTULO PIC X(22).
               05 RC-VALOR PIC X(60).
           01 REL-ALUGUEL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RA-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(1) VALUE "/".
               05 RA-COPIA PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RA-TITULO PIC X(40).
               05 FILLER PIC X(10) VALUE " ALUGADO: ".
               05 RA-DATA PIC 9(8).
               05 FILLER PIC X(12) VALUE " DEVOLVER: ".
               05 RA-DEVOLUCAO PIC 9(8).
           01 REL-RESERVA.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RR-TITULO PIC X(40).
               05 FILLER PIC X(11) VALUE " RESERVADO ".
               05 RR-DATA PIC 9(8).
           01 REL-MOV.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-DATA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 RM-HORA PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-TIPO PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-CODIGO PIC ZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-VALOR PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-MULTA PIC ZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-OPERADOR PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-FILIAL PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RM-ORIGEM PIC X(14).
           01 REL-DEPENDENTE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-NUMERO PIC 99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-NOME PIC X(40).
               05 FILLER PIC X(1) VALUE SPACES.
               05 RD-DOCUMENTO PIC X(14).
               05 FILLER PIC X(7) VALUE " NASC: ".
               05 RD-NASCIMENTO PIC 9(8).
               05 FILLER PIC X(9) VALUE " CLASSIF:".
               05 RD-CLASSIF PIC 99.
               05 FILLER PIC X(6) VALUE " AUT: ".
               05 RD-ATIVO PIC X(1).
           01 REL-ANON.
               05 RN-CPF PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RN-NOME PIC X(40).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RN-SITUACAO PIC X(30).
           01 WS-ED-VALOR PIC -(7)9.99.
           01 WS-ED-QTD PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE(1:6) TO WS-MES-ATUAL.
           DISPLAY "LGPD - DADOS PESSOAIS DE CLIENTES".
           DISPLAY "(1) RELATORIO DO TITULAR (CPF/CNPJ)".
           DISPLAY "(2) ANONIMIZAR CADASTROS INATIVOS".
           DISPLAY "(3) SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT OPCAO.
           IF OPCAO < 1 OR OPCAO > 2
               GOBACK
           END-IF.
           PERFORM IDENTIFICA-OPERADOR THRU FIM-IDENTIFICA.
           IF WS-AUTORIZADO = 'N'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM RELATORIO-TITULAR THRU FIM-RELATORIO
               WHEN 2
                   PERFORM ANONIMIZA THRU FIM-ANONIMIZA
           END-EVALUATE.
           GOBACK.
       IDENTIFICA-OPERADOR.
      *    DADO PESSOAL SO SAI OU E APAGADO POR GERENTE IDENTIFICADO
           DISPLAY "OPERADOR: ".
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR.
           DISPLAY "SENHA: ".
           MOVE SPACES TO WS-SENHA.
           ACCEPT WS-SENHA.
           DISPLAY "FILIAL: ".
           MOVE ZEROES TO WS-FILIAL.
           ACCEPT WS-FILIAL.
           OPEN INPUT ARQ-OPER.
           IF WS-FS-6 <> 0
               DISPLAY "ERRO NA ABERTURA DE OPERADORES.dat: " WS-FS-6
               GO TO FIM-IDENTIFICA
           END-IF.
           MOVE WS-OPERADOR TO OPER-NOME.
           READ ARQ-OPER
               KEY IS OPER-NOME
               INVALID KEY MOVE SPACES TO OPER-NOME
           END-READ.
           CLOSE ARQ-OPER.
           IF OPER-NOME = SPACES OR OPER-ATIVO NOT = 'S'
              OR OPER-SENHA NOT = WS-SENHA
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
               GO TO FIM-IDENTIFICA
           END-IF.
           IF OPER-NIVEL < 2
               DISPLAY "ACESSO RESTRITO AO GERENTE"
               GO TO FIM-IDENTIFICA
           END-IF.
           MOVE 'S' TO WS-AUTORIZADO.
       FIM-IDENTIFICA.
           CONTINUE.
       RELATORIO-TITULAR.
           DISPLAY "CPF/CNPJ DO TITULAR: ".
           MOVE SPACES TO WS-CPF.
           ACCEPT WS-CPF.
           PERFORM LIMPA-CPF-CNPJ.
           IF WS-CNPJ-CHECK = SPACES
               DISPLAY "INFORME O CPF/CNPJ"
               GO TO FIM-RELATORIO
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE CLIENTES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO FIM-RELATORIO
           END-IF.
           MOVE SPACES TO WS-REL-NOME.
           STRING "LGPD-" WS-CNPJ-CHECK DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           MOVE "RELATORIO DE DADOS DO TITULAR - LGPD" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-CAMPO.
           MOVE "CPF/CNPJ:" TO RC-ROTULO.
           MOVE WS-CNPJ-CHECK TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "EMITIDO EM:" TO RC-ROTULO.
           MOVE WS-HOJE TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "EMITIDO POR:" TO RC-ROTULO.
           MOVE WS-OPERADOR TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           PERFORM RELATA-CADASTRO THRU FIM-RELATA-CADASTRO.
           CLOSE ARQ-CLIENTES.
           PERFORM RELATA-DEPENDENTES THRU FIM-RELATA-DEPENDENTES.
           PERFORM RELATA-RESERVAS THRU FIM-RELATA-RESERVAS.
           PERFORM RELATA-CONTA THRU FIM-RELATA-CONTA.
           PERFORM RELATA-MOVIMENTOS.
           CLOSE ARQ-REL.
           DISPLAY "RELATORIO GERADO EM " WS-REL-NOME.
           DISPLAY "MOVIMENTOS LISTADOS: " WS-QTD-MOV.
       FIM-RELATORIO.
           CONTINUE.
       RELATA-CADASTRO.
           PERFORM ESCREVE-TITULO.
           MOVE "CADASTRO" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO CCPF.
           MOVE WS-CNPJ-CHECK TO CCPF.
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'N'
               MOVE "  SEM CADASTRO DE CLIENTE" TO REL-LINHA
               WRITE REL-LINHA
               GO TO FIM-RELATA-CADASTRO
           END-IF.
           MOVE SPACES TO REL-CAMPO.
           MOVE "NOME:" TO RC-ROTULO.
           MOVE NOME TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "ENDERECO:" TO RC-ROTULO.
           MOVE ENDERECO TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "TELEFONE:" TO RC-ROTULO.
           MOVE TELEFONE TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "TIPO (1 PF / 2 PJ):" TO RC-ROTULO.
           MOVE TIPO-CLIENTE TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "NASCIMENTO:" TO RC-ROTULO.
           MOVE DATA-NASCIMENTO TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           MOVE "ACEITA MALA DIRETA:" TO RC-ROTULO.
           MOVE CONSENTE-MARKETING TO RC-VALOR.
           IF CONSENTE-DATA NUMERIC AND CONSENTE-DATA > 0
               MOVE " DESDE " TO RC-VALOR(2:7)
               MOVE CONSENTE-DATA TO RC-VALOR(9:8)
           END-IF.
           PERFORM ESCREVE-CAMPO.
           IF ANONIMIZADO-EM NUMERIC AND ANONIMIZADO-EM > 0
               MOVE "ANONIMIZADO EM:" TO RC-ROTULO
               MOVE ANONIMIZADO-EM TO RC-VALOR
               PERFORM ESCREVE-CAMPO
           END-IF.
           IF BUREAU-SITUACAO = "N" OR BUREAU-SITUACAO = "R"
               MOVE "CONSULTA AO BUREAU:" TO RC-ROTULO
               MOVE BUREAU-SITUACAO TO RC-VALOR
               IF BUREAU-DATA NUMERIC AND BUREAU-DATA > 0
                   MOVE " EM " TO RC-VALOR(2:4)
                   MOVE BUREAU-DATA TO RC-VALOR(6:8)
               END-IF
               PERFORM ESCREVE-CAMPO
           END-IF.
           MOVE "CREDITOS DE PACOTE:" TO RC-ROTULO.
           MOVE PACOTE-CREDITOS TO RC-VALOR.
           MOVE " VALIDADE " TO RC-VALOR(4:10).
           MOVE PACOTE-VALIDADE TO RC-VALOR(14:8).
           PERFORM ESCREVE-CAMPO.
           MOVE "PONTOS:" TO RC-ROTULO.
           MOVE PONTOS TO RC-VALOR.
           MOVE " VALIDADE " TO RC-VALOR(6:10).
           MOVE PONTOS-VALIDADE TO RC-VALOR(16:8).
           PERFORM ESCREVE-CAMPO.
           MOVE "ESTAGIO DE COBRANCA:" TO RC-ROTULO.
           MOVE COBRANCA-ESTAGIO TO RC-VALOR.
           PERFORM ESCREVE-CAMPO.
           PERFORM ESCREVE-TITULO.
           MOVE "ALUGUEIS EM ABERTO" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS-9 = 0
               OPEN INPUT ARQ-FILMES
               MOVE CCPF TO ALU-CPF
               MOVE ZEROES TO ALU-TITULO
               MOVE 'N' TO WS-ALU-EOF
               START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-ALU-EOF
               END-START
               PERFORM UNTIL WS-ALU-EOF = 'Y'
                   READ ARQ-ALUGUEIS NEXT RECORD
                       AT END MOVE 'Y' TO WS-ALU-EOF
                       NOT AT END
                           IF ALU-CPF = CCPF
                               PERFORM ESCREVE-ALUGUEL
                           ELSE
                               MOVE 'Y' TO WS-ALU-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FILMES
               CLOSE ARQ-ALUGUEIS
           END-IF.
           IF WS-QTD-ALUG = 0
               MOVE "  NENHUM" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       FIM-RELATA-CADASTRO.
           CONTINUE.
       ESCREVE-ALUGUEL.
           ADD 1 TO WS-QTD-ALUG.
           MOVE ALU-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE "(FILME NAO CADASTRADO)" TO FNOME
           END-READ.
           MOVE ALU-CODIGO TO RA-CODIGO.
           MOVE ALU-COPIA TO RA-COPIA.
           MOVE FNOME TO RA-TITULO.
           MOVE ALU-DATA-ALUGUEL TO RA-DATA.
           MOVE ALU-DATA-DEVOLUCAO TO RA-DEVOLUCAO.
           MOVE REL-ALUGUEL TO REL-LINHA.
           WRITE REL-LINHA.
       RELATA-DEPENDENTES.
           PERFORM ESCREVE-TITULO.
           MOVE "DEPENDENTES AUTORIZADOS" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS-8 <> 0
               MOVE "  NENHUM" TO REL-LINHA
               WRITE REL-LINHA
               GO TO FIM-RELATA-DEPENDENTES
           END-IF.
           MOVE WS-CNPJ-CHECK TO DEP-CPF.
           MOVE ZEROES TO DEP-NUMERO.
           MOVE 'N' TO WS-DEP-EOF.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE 'Y' TO WS-DEP-EOF
           END-START.
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WS-DEP-EOF
                   NOT AT END
                       IF DEP-CPF NOT = WS-CNPJ-CHECK
                           MOVE 'Y' TO WS-DEP-EOF
                       ELSE
                           ADD 1 TO WS-QTD-DEP
                           MOVE DEP-NUMERO TO RD-NUMERO
                           MOVE DEP-NOME TO RD-NOME
                           MOVE DEP-DOCUMENTO TO RD-DOCUMENTO
                           MOVE DEP-NASCIMENTO TO RD-NASCIMENTO
                           MOVE DEP-CLASSIF-MAX TO RD-CLASSIF
                           MOVE DEP-ATIVO TO RD-ATIVO
                           MOVE REL-DEPENDENTE TO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.
           IF WS-QTD-DEP = 0
               MOVE "  NENHUM" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       FIM-RELATA-DEPENDENTES.
           CONTINUE.
       RELATA-RESERVAS.
           PERFORM ESCREVE-TITULO.
           MOVE "RESERVAS EM FILA" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS-3 <> 0
               MOVE "  FILMES.dat INDISPONIVEL" TO REL-LINHA
               WRITE REL-LINHA
               GO TO FIM-RELATA-RESERVAS
           END-IF.
           MOVE LOW-VALUES TO CODIGO.
           MOVE 'N' TO WS-EOF.
           START ARQ-FILMES KEY IS NOT LESS THAN CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                           IF RES-CPF(WS-J) = WS-CNPJ-CHECK
                               ADD 1 TO WS-QTD-RES
                               MOVE CODIGO TO RR-CODIGO
                               MOVE FNOME TO RR-TITULO
                               MOVE RES-DATA(WS-J) TO RR-DATA
                               MOVE REL-RESERVA TO REL-LINHA
                               WRITE REL-LINHA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ARQ-FILMES.
           IF WS-QTD-RES = 0
               MOVE "  NENHUMA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       FIM-RELATA-RESERVAS.
           CONTINUE.
       RELATA-CONTA.
           PERFORM ESCREVE-TITULO.
           MOVE "CONTA CORRENTE" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ARQ-CONTAS.
           IF WS-FS-2 <> 0
               MOVE "  SEM CONTA" TO REL-LINHA
               WRITE REL-LINHA
               GO TO FIM-RELATA-CONTA
           END-IF.
           MOVE SPACES TO CONTA-CPF.
           MOVE WS-CNPJ-CHECK TO CONTA-CPF.
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-CONTAS
               KEY IS CONTA-CPF
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'N'
               MOVE "  SEM CONTA" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE SPACES TO REL-CAMPO
               MOVE "SALDO DEVEDOR:" TO RC-ROTULO
               MOVE CONTA-SALDO TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO RC-VALOR
               PERFORM ESCREVE-CAMPO
               MOVE "ULTIMO LANCAMENTO:" TO RC-ROTULO
               MOVE CONTA-DATA-ULT TO RC-VALOR
               PERFORM ESCREVE-CAMPO
           END-IF.
           CLOSE ARQ-CONTAS.
       FIM-RELATA-CONTA.
           CONTINUE.
       RELATA-MOVIMENTOS.
           PERFORM ESCREVE-TITULO.
           MOVE "MOVIMENTOS (DATA HORA TIPO FILME VALOR MULTA OPERADOR F
      -        "ILIAL ORIGEM)" TO REL-LINHA.
           WRITE REL-LINHA.
      *    MESES ARQUIVADOS PRIMEIRO, DEPOIS O MOVIMENTO CORRENTE
           COMPUTE WS-MES-ANO = FUNCTION NUMVAL(WS-HOJE(1:4))
               - WS-ANOS-HISTORICO.
           MOVE 1 TO WS-MES-MES.
           MOVE WS-MES-DET TO WS-MES-TXT-N.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 1200 OR WS-MES-TXT >= WS-MES-ATUAL
               PERFORM LE-MES-TITULAR THRU FIM-LE-MES-TITULAR
               PERFORM PROXIMO-MES
           END-PERFORM.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-4
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO LOG-CHAVE
               MOVE 'N' TO WS-EOF
               START ARQ-LOG KEY IS NOT LESS THAN LOG-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-LOG NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LOG-CPF = WS-CNPJ-CHECK
                               MOVE "MOVIMENTO.dat" TO RM-ORIGEM
                               PERFORM ESCREVE-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF.
           MOVE WS-QTD-MOV TO WS-ED-QTD.
           MOVE SPACES TO REL-LINHA.
           STRING "  TOTAL DE MOVIMENTOS: " WS-ED-QTD
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LE-MES-TITULAR.
           MOVE SPACES TO WS-LOGARQ-NOME.
           STRING "MOVIMENTO-" WS-MES-TXT ".dat"
               DELIMITED BY SIZE INTO WS-LOGARQ-NOME.
           OPEN INPUT ARQ-LOGARQ.
           IF WS-FS-5 <> 0
               GO TO FIM-LE-MES-TITULAR
           END-IF.
           MOVE 'N' TO WS-ARQ-EOF.
           PERFORM UNTIL WS-ARQ-EOF = 'Y'
               READ ARQ-LOGARQ
                   AT END MOVE 'Y' TO WS-ARQ-EOF
                   NOT AT END
      *                CABECALHO E TRAILER DO ARQUIVO MENSAL FORA
                       IF LOGARQ-REG(1:1) >= "0"
                          AND LOGARQ-REG(1:1) <= "9"
                           MOVE LOGARQ-REG TO REG-LOG
                           IF LOG-CPF = WS-CNPJ-CHECK
                               MOVE WS-LOGARQ-NOME TO RM-ORIGEM
                               PERFORM ESCREVE-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGARQ.
       FIM-LE-MES-TITULAR.
           CONTINUE.
       ESCREVE-MOVIMENTO.
           ADD 1 TO WS-QTD-MOV.
           MOVE LOG-DATA TO RM-DATA.
           MOVE LOG-HORA TO RM-HORA.
           MOVE LOG-TIPO TO RM-TIPO.
           MOVE LOG-CODIGO TO RM-CODIGO.
           MOVE LOG-VALOR TO RM-VALOR.
           MOVE LOG-MULTA TO RM-MULTA.
           MOVE LOG-OPERADOR TO RM-OPERADOR.
           MOVE LOG-FILIAL TO RM-FILIAL.
           MOVE REL-MOV TO REL-LINHA.
           WRITE REL-LINHA.
       ESCREVE-TITULO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       ESCREVE-CAMPO.
           MOVE SPACES TO REL-LINHA.
           MOVE "  " TO REL-LINHA(1:2).
           MOVE REL-CAMPO TO REL-LINHA(3:82).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-CAMPO.
       ANONIMIZA.
      *    SO SAI O DADO PESSOAL - O CPF/CNPJ CONTINUA COMO CHAVE E OS
      *    MOVIMENTOS FINANCEIROS FICAM INTACTOS PARA A CONTABILIDADE
           COMPUTE WS-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - WS-PAR-LGPD-ANOS * 365).
           DISPLAY "ANONIMIZAR CLIENTES SEM ALUGUEL ABERTO, SALDO ZERO".
           DISPLAY "E SEM MOVIMENTO DESDE " WS-CORTE
               " (" WS-PAR-LGPD-ANOS " ANOS)? (S/N): ".
           MOVE SPACE TO WS-RESP.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
               GO TO FIM-ANONIMIZA
           END-IF.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE CLIENTES.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO FIM-ANONIMIZA
           END-IF.
      *    SEM ARQUIVO DE ALUGUEIS NENHUM TITULO ESTA FORA
           MOVE 'N' TO WS-ALU-ABERTO.
           OPEN INPUT ARQ-ALUGUEIS.
           IF WS-FS-9 = 0
               MOVE 'S' TO WS-ALU-ABERTO
           ELSE
               IF WS-FS-9 NOT = 35
                   DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS-9
                   CLOSE ARQ-CLIENTES
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ANONIMIZA
               END-IF
           END-IF.
           OPEN INPUT ARQ-CONTAS.
           PERFORM SELECIONA-CANDIDATOS.
           IF WS-FS-2 = 0
               CLOSE ARQ-CONTAS
           END-IF.
           PERFORM DESCARTA-ATIVOS-ARQUIVO.
           PERFORM DESCARTA-ATIVOS-CORRENTE THRU FIM-DESCARTA-CORRENTE.
           IF RETURN-CODE NOT = 0
               CLOSE ARQ-CLIENTES
               PERFORM FECHA-ALUGUEIS
               GO TO FIM-ANONIMIZA
           END-IF.
           OPEN I-O ARQ-LOG.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-4
               CLOSE ARQ-CLIENTES
               PERFORM FECHA-ALUGUEIS
               MOVE 8 TO RETURN-CODE
               GO TO FIM-ANONIMIZA
           END-IF.
      *    DEPENDENTES SAO DADO PESSOAL DE TERCEIROS - SAEM JUNTO
           MOVE 'N' TO WS-DEP-ABERTO.
           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS-8 = 0
               MOVE 'S' TO WS-DEP-ABERTO
           END-IF.
           MOVE SPACES TO WS-REL-NOME.
           STRING "LGPD-ANONIMIZADOS-" WS-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ANONIMIZACAO LGPD - " WS-HOJE " - OPERADOR "
               WS-OPERADOR " - SEM MOVIMENTO DESDE " WS-CORTE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAND-QTD
               IF WS-CAND-ATIVO(WS-I) = 'N'
                   PERFORM ANONIMIZA-CLIENTE THRU FIM-ANONIMIZA-CLIENTE
               END-IF
           END-PERFORM.
           IF WS-QTD-ANONIMIZADOS = 0
               MOVE "NENHUM CADASTRO ANONIMIZADO" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-REL.
           CLOSE ARQ-LOG.
           CLOSE ARQ-CLIENTES.
           PERFORM FECHA-ALUGUEIS.
           IF WS-DEP-ABERTO = 'S'
               CLOSE ARQ-DEPENDENTES
           END-IF.
           DISPLAY "CADASTROS ANONIMIZADOS: " WS-QTD-ANONIMIZADOS
               " - LISTA EM " WS-REL-NOME.
           IF WS-QTD-EXCEDENTES > 0
               DISPLAY "CANDIDATOS ALEM DO LIMITE DESTA EXECUCAO: "
                   WS-QTD-EXCEDENTES " - EXECUTE NOVAMENTE"
           END-IF.
       FIM-ANONIMIZA.
           CONTINUE.
       FECHA-ALUGUEIS.
           IF WS-ALU-ABERTO = 'S'
               CLOSE ARQ-ALUGUEIS
               MOVE 'N' TO WS-ALU-ABERTO
           END-IF.
       VERIFICA-ALUGUEL-ABERTO.
      *    BASTA O PRIMEIRO REGISTRO DO CLIENTE NA CHAVE DE ALUGUEIS
           MOVE 'N' TO WS-TEM-ALUGUEL.
           IF WS-ALU-ABERTO = 'S'
               MOVE CCPF TO ALU-CPF
               MOVE ZEROES TO ALU-TITULO
               START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ARQ-ALUGUEIS NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF ALU-CPF = CCPF
                                   MOVE 'S' TO WS-TEM-ALUGUEL
                               END-IF
                       END-READ
               END-START
           END-IF.
       SELECIONA-CANDIDATOS.
           MOVE LOW-VALUES TO CCPF.
           MOVE 'N' TO WS-EOF.
           START ARQ-CLIENTES KEY IS NOT LESS THAN CCPF
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVALIA-CANDIDATO THRU FIM-AVALIA-CAND
               END-READ
           END-PERFORM.
       AVALIA-CANDIDATO.
           PERFORM VERIFICA-ALUGUEL-ABERTO.
           IF WS-TEM-ALUGUEL = 'S'
               GO TO FIM-AVALIA-CAND
           END-IF.
           IF ANONIMIZADO-EM NUMERIC AND ANONIMIZADO-EM > 0
               GO TO FIM-AVALIA-CAND
           END-IF.
           MOVE ZEROES TO WS-SALDO.
           IF WS-FS-2 = 0
               MOVE CCPF TO CONTA-CPF
               READ ARQ-CONTAS
                   KEY IS CONTA-CPF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CONTA-SALDO TO WS-SALDO
               END-READ
           END-IF.
           IF WS-SALDO NOT = 0
               GO TO FIM-AVALIA-CAND
           END-IF.
           IF WS-CAND-QTD >= 1000
               ADD 1 TO WS-QTD-EXCEDENTES
               GO TO FIM-AVALIA-CAND
           END-IF.
           ADD 1 TO WS-CAND-QTD.
           MOVE CCPF(1:14) TO WS-CAND-CPF(WS-CAND-QTD).
           MOVE 'N' TO WS-CAND-ATIVO(WS-CAND-QTD).
       FIM-AVALIA-CAND.
           CONTINUE.
       DESCARTA-ATIVOS-ARQUIVO.
           MOVE WS-CORTE(1:6) TO WS-MES-TXT.
           MOVE WS-MES-TXT-N TO WS-MES-DET.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 1200 OR WS-MES-TXT >= WS-MES-ATUAL
               PERFORM LE-MES-ATIVOS THRU FIM-LE-MES-ATIVOS
               PERFORM PROXIMO-MES
           END-PERFORM.
       LE-MES-ATIVOS.
           MOVE SPACES TO WS-LOGARQ-NOME.
           STRING "MOVIMENTO-" WS-MES-TXT ".dat"
               DELIMITED BY SIZE INTO WS-LOGARQ-NOME.
           OPEN INPUT ARQ-LOGARQ.
           IF WS-FS-5 <> 0
               GO TO FIM-LE-MES-ATIVOS
           END-IF.
           MOVE 'N' TO WS-ARQ-EOF.
           PERFORM UNTIL WS-ARQ-EOF = 'Y'
               READ ARQ-LOGARQ
                   AT END MOVE 'Y' TO WS-ARQ-EOF
                   NOT AT END
                       IF LOGARQ-REG(1:1) >= "0"
                          AND LOGARQ-REG(1:1) <= "9"
                           MOVE LOGARQ-REG TO REG-LOG
                           PERFORM MARCA-ATIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOGARQ.
       FIM-LE-MES-ATIVOS.
           CONTINUE.
       DESCARTA-ATIVOS-CORRENTE.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-4
               MOVE 8 TO RETURN-CODE
               GO TO FIM-DESCARTA-CORRENTE
           END-IF.
           MOVE WS-CORTE TO LOG-DATA.
           MOVE ZEROES TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'N' TO WS-EOF.
           START ARQ-LOG KEY IS NOT LESS THAN LOG-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM MARCA-ATIVO
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       FIM-DESCARTA-CORRENTE.
           CONTINUE.
       MARCA-ATIVO.
      *    A LISTA ESTA EM ORDEM DE CPF - PARA NO PRIMEIRO MAIOR
           IF LOG-CPF = SPACES OR LOG-DATA < WS-CORTE
               CONTINUE
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CAND-QTD
                          OR WS-CAND-CPF(WS-I) >= LOG-CPF
                   CONTINUE
               END-PERFORM
               IF WS-I <= WS-CAND-QTD
                   IF WS-CAND-CPF(WS-I) = LOG-CPF
                       MOVE 'S' TO WS-CAND-ATIVO(WS-I)
                   END-IF
               END-IF
           END-IF.
       ANONIMIZA-CLIENTE.
           MOVE SPACES TO CCPF.
           MOVE WS-CAND-CPF(WS-I) TO CCPF.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY GO TO FIM-ANONIMIZA-CLIENTE
           END-READ.
      *    CONFERE DE NOVO - PODE TER ALUGADO DURANTE A VARREDURA
           PERFORM VERIFICA-ALUGUEL-ABERTO.
           IF WS-TEM-ALUGUEL = 'S'
               GO TO FIM-ANONIMIZA-CLIENTE
           END-IF.
           MOVE CCPF(1:14) TO RN-CPF.
           MOVE NOME TO RN-NOME.
           MOVE "ANONIMIZADO" TO NOME.
           MOVE SPACES TO ENDERECO.
           MOVE SPACES TO TELEFONE.
           MOVE ZEROES TO DATA-NASCIMENTO.
           MOVE 'N' TO CONSENTE-MARKETING.
           MOVE WS-HOJE TO CONSENTE-DATA.
           MOVE WS-HOJE TO ANONIMIZADO-EM.
      *    O RESULTADO DO BUREAU E DADO DE TERCEIRO SOBRE A PESSOA - A
      *    CONDICAO IMPOSTA PELA LOJA FICA
           MOVE SPACE TO BUREAU-SITUACAO.
           MOVE ZEROES TO BUREAU-DATA.
           REWRITE REG-DATA
               INVALID KEY
                   MOVE "ERRO AO GRAVAR - NAO ANONIMIZADO"
                       TO RN-SITUACAO
                   MOVE REL-ANON TO REL-LINHA
                   WRITE REL-LINHA
                   GO TO FIM-ANONIMIZA-CLIENTE
           END-REWRITE.
           ADD 1 TO WS-QTD-ANONIMIZADOS.
      *    O NOME SAI DA LISTA TAMBEM - FICA SO O DOCUMENTO
           MOVE SPACES TO RN-NOME.
           MOVE "ANONIMIZADO" TO RN-SITUACAO.
           MOVE REL-ANON TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM REGISTRA-LOG.
           IF WS-DEP-ABERTO = 'S'
               PERFORM ANONIMIZA-DEPENDENTES
           END-IF.
       FIM-ANONIMIZA-CLIENTE.
           CONTINUE.
       ANONIMIZA-DEPENDENTES.
           MOVE CCPF TO DEP-CPF.
           MOVE ZEROES TO DEP-NUMERO.
           MOVE 'N' TO WS-DEP-EOF.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE 'Y' TO WS-DEP-EOF
           END-START.
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ ARQ-DEPENDENTES NEXT RECORD
                   AT END MOVE 'Y' TO WS-DEP-EOF
                   NOT AT END
                       IF DEP-CPF NOT = CCPF(1:14)
                           MOVE 'Y' TO WS-DEP-EOF
                       ELSE
                           MOVE "ANONIMIZADO" TO DEP-NOME
                           MOVE SPACES TO DEP-DOCUMENTO
                           MOVE ZEROES TO DEP-NASCIMENTO
                           MOVE 'N' TO DEP-ATIVO
                           REWRITE REG-DEPENDENTE
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
       REGISTRA-LOG.
      *    QUEM ANONIMIZOU E QUANDO FICA NO MOVIMENTO (TIPO Z)
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOG-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOG-HORA.
           MOVE ZEROES TO LOG-SEQ.
           MOVE 'Z' TO LOG-TIPO.
           MOVE CCPF TO LOG-CPF.
           MOVE ZEROES TO LOG-CODIGO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE ZEROES TO LOG-VALOR.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-FILIAL TO LOG-FILIAL.
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
           IF WS-LOG-GRAVADO = 'N' OR WS-FS-4 <> 0
               DISPLAY "AVISO: ANONIMIZACAO NAO REGISTRADA NO "
                   "MOVIMENTO - " CCPF " FS " WS-FS-4
           END-IF.
       PROXIMO-MES.
           IF WS-MES-MES = 12
               MOVE 1 TO WS-MES-MES
               ADD 1 TO WS-MES-ANO
           ELSE
               ADD 1 TO WS-MES-MES
           END-IF.
           MOVE WS-MES-DET TO WS-MES-TXT-N.
       LIMPA-CPF-CNPJ.
           MOVE SPACES TO WS-CNPJ-CHECK.
           MOVE 1 TO WS-CPF-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
               IF WS-CPF(WS-J:1) >= "0" AND WS-CPF(WS-J:1) <= "9"
                   IF WS-CPF-POS <= 14
                       MOVE WS-CPF(WS-J:1)
                           TO WS-CNPJ-CHECK(WS-CPF-POS:1)
                       ADD 1 TO WS-CPF-POS
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM LGPD.
