       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVALUG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CLI-V
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS VC-CPF
               FILE STATUS IS WS-FS.
       SELECT ARQ-CLIENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS.
       SELECT ARQ-FILMES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CODIGO
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-TEMP
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DE PRODUCAO (340 POSICOES): OS ALUGUEIS EM ABERTO
      *    DENTRO DO CLIENTE E SEM OS CAMPOS DE CONSENTIMENTO,
      *    ASSINATURA E BUREAU - ESTES ENTRAM AQUI COM VALOR PADRAO
       FD ARQ-CLI-V VALUE OF FILE-ID IS "CLIENTES.dat".
           01 VC-REG.
               05 VC-CPF PIC X(20).
               05 VC-NOME PIC X(40).
               05 VC-ENDERECO PIC X(60).
               05 VC-TELEFONE PIC X(15).
               05 VC-TIPO PIC 9(1).
               05 VC-NASCIMENTO PIC 9(8).
               05 VC-PAC-CREDITOS PIC 9(3).
               05 VC-PAC-VALIDADE PIC 9(8).
               05 VC-PONTOS PIC 9(5).
               05 VC-PONTOS-VALIDADE PIC 9(8).
               05 VC-COBRANCA-ESTAGIO PIC 9(1).
               05 VC-QTD-ALUGUEIS PIC 9(1).
               05 VC-ALUGUEIS OCCURS 5 TIMES.
                   10 VC-FILME PIC 9(6).
                   10 VC-COPIA PIC 9(2).
                   10 VC-DT-ALUGUEL PIC 9(8).
                   10 VC-DT-DEVOL PIC 9(8).
                   10 VC-PRAZO PIC 9(3).
                   10 VC-CAUCAO PIC 9(5)V99.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-FILMES VALUE OF FILE-ID IS "FILMES.dat".
           COPY REG-FILME.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-TEMP VALUE OF FILE-ID IS "CONVALUG.tmp".
           01 TEMP-REG PIC X(340).
       FD ARQ-REL VALUE OF FILE-ID IS "CONVALUG.txt".
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-RESP PIC X.
           77 WS-K PIC 9(2).
           77 WS-J PIC 9(2).
           77 WS-QTD-CLIENTES PIC 9(7) VALUE 0.
           77 WS-QTD-CLI-GRAVADOS PIC 9(7) VALUE 0.
           77 WS-QTD-CLI-REJEITADOS PIC 9(7) VALUE 0.
           77 WS-QTD-CLI-ALUGUEL PIC 9(7) VALUE 0.
           77 WS-QTD-CLI-INVALIDOS PIC 9(7) VALUE 0.
           77 WS-SOMA-QTD PIC 9(7) VALUE 0.
           77 WS-QTD-EMBUTIDOS PIC 9(7) VALUE 0.
           77 WS-QTD-GRAVADOS PIC 9(7) VALUE 0.
           77 WS-QTD-REJEITADOS PIC 9(7) VALUE 0.
           77 WS-QTD-ARQ-ANTES PIC 9(7) VALUE 0.
           77 WS-QTD-ARQ-DEPOIS PIC 9(7) VALUE 0.
           77 WS-QTD-CONFERE PIC 9(7) VALUE 0.
           77 WS-BATE PIC X VALUE 'S'.
           01 REL-DETALHE.
               05 REL-CPF PIC X(20).
               05 FILLER PIC X(1) VALUE SPACES.
               05 REL-FILME PIC 9(6).
               05 FILLER PIC X(1) VALUE "/".
               05 REL-COPIA PIC 9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-DATA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-MOTIVO PIC X(50).
           01 REL-QTD-LINHA.
               05 REL-QT-ROTULO PIC X(40).
               05 REL-QT-QTD PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DE CLIENTES.dat PARA O LAYOUT NOVO E DOS".
           DISPLAY "ALUGUEIS EM ABERTO PARA ALUGUEIS.dat. RODE UMA".
           DISPLAY "UNICA VEZ, DEPOIS DO CONVFLM, COM A LOJA FECHADA".
           DISPLAY "E BACKUP FEITO - CONFIRMA (S/N)? ".
           MOVE SPACE TO WS-RESP.
           ACCEPT WS-RESP.
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
               DISPLAY "CONVERSAO CANCELADA"
               GOBACK
           END-IF.
      *    A FILIAL DO ALUGUEL VEM DO FILMES.dat JA CONVERTIDO
           OPEN INPUT ARQ-FILMES.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE FILMES.dat: " WS-FS-2
               DISPLAY "RODE ANTES O CONVFLM"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-CLI-V.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE CLIENTES.dat: " WS-FS
               DISPLAY "ARQUIVO JA CONVERTIDO OU FORA DO LAYOUT ANTIGO"
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-TEMP.
           IF WS-FS-5 <> 0
               DISPLAY "ERRO AO CRIAR CONVALUG.tmp: " WS-FS-5
               CLOSE ARQ-CLI-V
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO VC-CPF.
           START ARQ-CLI-V KEY IS NOT LESS THAN VC-CPF
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CLI-V NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-CLIENTES
                       WRITE TEMP-REG FROM VC-REG
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLI-V.
           CLOSE ARQ-TEMP.
           OPEN I-O ARQ-ALUGUEIS.
           IF WS-FS-3 = 35
               OPEN OUTPUT ARQ-ALUGUEIS
               CLOSE ARQ-ALUGUEIS
               OPEN I-O ARQ-ALUGUEIS
           END-IF.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE ALUGUEIS.dat: " WS-FS-3
               DISPLAY "CLIENTES.dat NAO FOI ALTERADO"
               CLOSE ARQ-FILMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-TEMP.
           OPEN OUTPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO RECRIAR CLIENTES.dat: " WS-FS
               DISPLAY "RESTAURE O BACKUP DE CLIENTES.dat"
               CLOSE ARQ-TEMP
               CLOSE ARQ-FILMES
               CLOSE ARQ-ALUGUEIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-REL.
           MOVE "CONVERSAO DOS ALUGUEIS EM ABERTO - CLIENTES.dat PARA "
               TO REL-LINHA.
           MOVE "ALUGUEIS.dat" TO REL-LINHA(54:12).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM CONTA-ARQUIVO.
           MOVE WS-QTD-CONFERE TO WS-QTD-ARQ-ANTES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-TEMP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TEMP-REG TO VC-REG
                       PERFORM CONVERTE-CLIENTE
               END-READ
           END-PERFORM.
           PERFORM CONTA-ARQUIVO.
           MOVE WS-QTD-CONFERE TO WS-QTD-ARQ-DEPOIS.
           CLOSE ARQ-TEMP.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-ALUGUEIS.
      *    TODO CLIENTE LIDO FOI REGRAVADO OU REJEITADO, E TODO
      *    ALUGUEL QUE ESTAVA NELE FOI GRAVADO OU REJEITADO
           MOVE 'S' TO WS-BATE.
           IF WS-QTD-CLIENTES NOT = WS-QTD-CLI-GRAVADOS
                   + WS-QTD-CLI-REJEITADOS
               MOVE 'N' TO WS-BATE
           END-IF.
           IF WS-QTD-EMBUTIDOS NOT = WS-QTD-GRAVADOS
                   + WS-QTD-REJEITADOS
               MOVE 'N' TO WS-BATE
           END-IF.
           IF WS-SOMA-QTD NOT = WS-QTD-EMBUTIDOS
              OR WS-QTD-CLI-INVALIDOS > 0
               MOVE 'N' TO WS-BATE
           END-IF.
           IF WS-QTD-ARQ-DEPOIS NOT =
                   WS-QTD-ARQ-ANTES + WS-QTD-GRAVADOS
               MOVE 'N' TO WS-BATE
           END-IF.
           PERFORM ESCREVE-TOTAIS.
           CLOSE ARQ-REL.
           DISPLAY "CLIENTES LIDOS:         " WS-QTD-CLIENTES.
           DISPLAY "CLIENTES GRAVADOS:      " WS-QTD-CLI-GRAVADOS.
           DISPLAY "CLIENTES REJEITADOS:    " WS-QTD-CLI-REJEITADOS.
           DISPLAY "QTD NOS CLIENTES:       " WS-SOMA-QTD.
           DISPLAY "LIDOS NOS CLIENTES:     " WS-QTD-EMBUTIDOS.
           DISPLAY "ALUGUEIS.dat ANTES:     " WS-QTD-ARQ-ANTES.
           DISPLAY "ALUGUEIS GRAVADOS:      " WS-QTD-GRAVADOS.
           DISPLAY "ALUGUEIS REJEITADOS:    " WS-QTD-REJEITADOS.
           DISPLAY "ALUGUEIS.dat DEPOIS:    " WS-QTD-ARQ-DEPOIS.
           IF WS-BATE = 'S'
               DISPLAY "CONTAGENS CONFEREM"
           ELSE
               DISPLAY "CONTAGENS NAO CONFEREM - VER CONVALUG.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-CLI-REJEITADOS > 0
               DISPLAY "REJEITADOS LISTADOS EM CONVALUG.txt - ACERTE "
                   "NO BALCAO A PARTIR DO BACKUP"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO EM CONVALUG.txt".
           DISPLAY "CONVALUG.tmp PODE SER APAGADO APOS CONFERENCIA".
           GOBACK.
       CONVERTE-CLIENTE.
           PERFORM MAPEIA-CLIENTE.
           WRITE REG-DATA
               INVALID KEY
                   ADD 1 TO WS-QTD-CLI-REJEITADOS
                   MOVE VC-CPF TO REL-CPF
                   MOVE ZEROES TO REL-FILME REL-COPIA REL-DATA
                   MOVE "CLIENTE DUPLICADO - NAO GRAVADO"
                       TO REL-MOTIVO
                   PERFORM ESCREVE-DETALHE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CLI-GRAVADOS
           END-WRITE.
           IF VC-QTD-ALUGUEIS NUMERIC
               ADD VC-QTD-ALUGUEIS TO WS-SOMA-QTD
               IF VC-QTD-ALUGUEIS > 0
                   ADD 1 TO WS-QTD-CLI-ALUGUEL
               END-IF
           ELSE
               ADD 1 TO WS-QTD-CLI-INVALIDOS
               MOVE VC-CPF TO REL-CPF
               MOVE ZEROES TO REL-FILME REL-COPIA REL-DATA
               MOVE "QTD DE ALUGUEIS ILEGIVEL - CONFERIR OS ALUGUEIS"
                   TO REL-MOTIVO
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               IF VC-FILME(WS-K) NUMERIC AND VC-FILME(WS-K) > 0
                   PERFORM CONVERTE-ALUGUEL
               END-IF
           END-PERFORM.
       MAPEIA-CLIENTE.
      *    A AREA ANTIGA DOS ALUGUEIS FICA EM BRANCO NO LAYOUT NOVO
           MOVE SPACES TO REG-DATA.
           MOVE VC-CPF TO CCPF.
           MOVE VC-NOME TO NOME.
           MOVE VC-ENDERECO TO ENDERECO.
           MOVE VC-TELEFONE TO TELEFONE.
           MOVE VC-TIPO TO TIPO-CLIENTE.
           MOVE VC-NASCIMENTO TO DATA-NASCIMENTO.
           MOVE VC-PAC-CREDITOS TO PACOTE-CREDITOS.
           MOVE VC-PAC-VALIDADE TO PACOTE-VALIDADE.
           MOVE VC-PONTOS TO PONTOS.
           MOVE VC-PONTOS-VALIDADE TO PONTOS-VALIDADE.
           MOVE VC-COBRANCA-ESTAGIO TO COBRANCA-ESTAGIO.
      *    SEM REGISTRO DE CONSENTIMENTO NAO HA MALA DIRETA
           MOVE 'N' TO CONSENTE-MARKETING.
           MOVE ZEROES TO CONSENTE-DATA.
           MOVE ZEROES TO ANONIMIZADO-EM.
           MOVE ZEROES TO ASS-PLANO.
           MOVE ZEROES TO ASS-RENOVACAO.
           MOVE ZEROES TO ASS-VENCIMENTO.
           MOVE SPACE TO ASS-SITUACAO.
           MOVE 'N' TO ASS-BOLETO.
           MOVE ZEROES TO ASS-FILIAL.
           MOVE SPACE TO BUREAU-SITUACAO.
           MOVE ZEROES TO BUREAU-DATA.
           MOVE SPACE TO BUREAU-CONDICAO.
       CONVERTE-ALUGUEL.
           ADD 1 TO WS-QTD-EMBUTIDOS.
           MOVE SPACES TO REG-ALUGUEL.
           MOVE VC-CPF TO ALU-CPF.
           MOVE VC-FILME(WS-K) TO ALU-CODIGO.
           MOVE VC-COPIA(WS-K) TO ALU-COPIA.
           MOVE VC-DT-ALUGUEL(WS-K) TO ALU-DATA-ALUGUEL.
           MOVE VC-DT-DEVOL(WS-K) TO ALU-DATA-DEVOLUCAO.
           MOVE VC-PRAZO(WS-K) TO ALU-PRAZO.
           MOVE VC-CAUCAO(WS-K) TO ALU-CAUCAO.
      *    NAO HAVIA PLANO DE ASSINATURA NO LAYOUT ANTIGO
           MOVE 'N' TO ALU-PLANO.
      *    A FILIAL DO ALUGUEL E A DA COPIA NO ACERVO
           MOVE ZEROES TO ALU-FILIAL.
           MOVE VC-FILME(WS-K) TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > 10
                       IF COPIA-NUMERO(WS-J) = VC-COPIA(WS-K)
                           MOVE COPIA-FILIAL(WS-J) TO ALU-FILIAL
                       END-IF
                   END-PERFORM
           END-READ.
           WRITE REG-ALUGUEL
               INVALID KEY
      *            A COPIA CONSTA EM ABERTO PARA OUTRO CLIENTE
                   ADD 1 TO WS-QTD-REJEITADOS
                   MOVE VC-CPF TO REL-CPF
                   MOVE VC-FILME(WS-K) TO REL-FILME
                   MOVE VC-COPIA(WS-K) TO REL-COPIA
                   MOVE VC-DT-ALUGUEL(WS-K) TO REL-DATA
                   MOVE "COPIA JA EM ABERTO EM OUTRO ALUGUEL"
                       TO REL-MOTIVO
                   PERFORM ESCREVE-DETALHE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.
       ESCREVE-DETALHE.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
       CONTA-ARQUIVO.
           MOVE ZEROES TO WS-QTD-CONFERE.
           MOVE LOW-VALUES TO ALU-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END ADD 1 TO WS-QTD-CONFERE
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
       ESCREVE-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES LIDOS.........................: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-CLIENTES TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES GRAVADOS NO LAYOUT NOVO.......: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-CLI-GRAVADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES REJEITADOS....................: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-CLI-REJEITADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES COM ALUGUEL EM ABERTO.........: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-CLI-ALUGUEL TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CLIENTES COM QTD ILEGIVEL..............: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-CLI-INVALIDOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALUGUEIS PELA QTD DOS CLIENTES.........: "
               TO REL-QT-ROTULO.
           MOVE WS-SOMA-QTD TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALUGUEIS LIDOS NOS CLIENTES............: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-EMBUTIDOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALUGUEIS.dat ANTES DA CONVERSAO........: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-ARQ-ANTES TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "GRAVADOS NESTA RODADA..................: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-GRAVADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "REJEITADOS.............................: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-REJEITADOS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALUGUEIS.dat DEPOIS DA CONVERSAO.......: "
               TO REL-QT-ROTULO.
           MOVE WS-QTD-ARQ-DEPOIS TO REL-QT-QTD.
           MOVE REL-QTD-LINHA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-BATE = 'S'
               MOVE "CONTAGENS CONFEREM" TO REL-LINHA
           ELSE
               MOVE "CONTAGENS NAO CONFEREM" TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       END PROGRAM CONVALUG.
