       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-RPS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RPS-CHAVE
               ALTERNATE RECORD KEY IS RPS-ORIGEM
               FILE STATUS IS WS-FS.
       SELECT ARQ-LOG
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WS-FS-2.
       SELECT ARQ-CLIENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CCPF
               FILE STATUS IS WS-FS-3.
       SELECT ARQ-LOTE
           ASSIGN TO DYNAMIC WS-LOTE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-4.
       SELECT ARQ-RET
           ASSIGN TO DYNAMIC WS-RET-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-5.
       SELECT ARQ-REL
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-6.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RPS VALUE OF FILE-ID IS "RPS.dat".
           COPY REG-RPS.
       FD ARQ-LOG VALUE OF FILE-ID IS "MOVIMENTO.dat".
           COPY REG-LOG.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-DATA-CLIENTES.
       FD ARQ-LOTE.
           01 LOTE-LINHA PIC X(200).
       FD ARQ-RET.
           01 RET-LINHA PIC X(100).
       FD ARQ-REL VALUE OF FILE-ID IS "NFSE-REJEITADOS.txt".
           01 REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-3 PIC 99.
           77 WS-FS-4 PIC 99.
           77 WS-FS-5 PIC 99.
           77 WS-FS-6 PIC 99.
           77 WS-EOF PIC X VALUE 'N'.
           77 WS-ACHOU PIC X.
           77 OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-DATA-INI PIC 9(8).
           77 WS-LOTE-NOME PIC X(25).
           77 WS-RET-NOME PIC X(25).
           77 WS-F PIC 9(3).
           77 WS-VALOR-RPS PIC 9(7)V99.
           77 WS-QTD-NUMERADOS PIC 9(5) VALUE 0.
           77 WS-QTD-ENVIADOS PIC 9(5) VALUE 0.
           77 WS-QTD-AUTORIZADOS PIC 9(5) VALUE 0.
           77 WS-QTD-REJEITADOS PIC 9(5) VALUE 0.
           77 WS-QTD-IGNORADOS PIC 9(5) VALUE 0.
           77 WS-QTD-PENDENTES PIC 9(5) VALUE 0.
           77 WS-QTD-CANCELADOS PIC 9(5) VALUE 0.
           77 WS-QTD-A-CANCELAR PIC 9(5) VALUE 0.
           77 WS-TOT-VALOR PIC 9(13)V99 VALUE 0.
           77 WS-TOT-ISS PIC 9(13)V99 VALUE 0.
      *    MOVIMENTOS DOS ULTIMOS DIAS AINDA SEM RPS - COBRE A CADEIA
      *    QUE RODA DEPOIS DA MEIA-NOITE E A QUE FICOU DIAS PARADA
           77 WS-JANELA-DIAS PIC 9(2) VALUE 7.
           01 MODO-BATCH PIC X(8) EXTERNAL.
           COPY WS-PARAMETRO.
      *    ULTIMO RPS EMITIDO POR FILIAL (FILIAL 00 = FATURA MENSAL)
           01 WS-ULTIMOS.
               05 WS-ULT-RPS PIC 9(8) OCCURS 100 TIMES.
           01 WS-SERIE.
               05 FILLER PIC X(1) VALUE "F".
               05 WS-SERIE-FILIAL PIC 9(2).
               05 FILLER PIC X(2) VALUE SPACES.
      *    LAYOUT DA PREFEITURA - CABECALHO 1, DETALHE 2, RODAPE 9
           01 LOT-CABECALHO.
               05 FILLER PIC X(1) VALUE "1".
               05 FILLER PIC X(3) VALUE "001".
               05 CAB-INSCRICAO PIC 9(8).
               05 CAB-DATA-INI PIC 9(8).
               05 CAB-DATA-FIM PIC 9(8).
               05 FILLER PIC X(172) VALUE SPACES.
           01 LOT-DETALHE.
               05 FILLER PIC X(1) VALUE "2".
               05 FILLER PIC X(5) VALUE "RPS".
               05 DET-SERIE PIC X(5).
               05 DET-NUMERO PIC 9(12).
               05 DET-DATA-EMISSAO PIC 9(8).
               05 FILLER PIC X(1) VALUE "T".
               05 DET-VALOR PIC 9(13)V99.
               05 DET-DEDUCOES PIC 9(13)V99.
               05 DET-COD-SERVICO PIC 9(5).
               05 DET-ALIQUOTA PIC 9(2)V99.
               05 FILLER PIC X(1) VALUE "2".
               05 DET-IND-TOMADOR PIC 9(1).
               05 DET-DOC-TOMADOR PIC X(14).
               05 DET-NOME-TOMADOR PIC X(40).
               05 DET-VALOR-ISS PIC 9(13)V99.
               05 DET-DISCRIMINACAO PIC X(40).
               05 FILLER PIC X(18) VALUE SPACES.
           01 LOT-RODAPE.
               05 FILLER PIC X(1) VALUE "9".
               05 ROD-QTD PIC 9(7).
               05 ROD-VALOR PIC 9(13)V99.
               05 ROD-DEDUCOES PIC 9(13)V99.
               05 ROD-ISS PIC 9(13)V99.
               05 FILLER PIC X(147) VALUE SPACES.
      *    DETALHE "2" DO RETORNO: A = NFS-E EMITIDA, R = REJEITADO
           01 RET-DETALHE.
               05 RET-REG PIC X(1).
               05 RET-SERIE PIC X(5).
               05 RET-NUMERO PIC 9(12).
               05 RET-SITUACAO PIC X(1).
               05 RET-NFSE PIC 9(12).
               05 RET-VERIFICA PIC X(9).
               05 RET-MOTIVO PIC X(40).
               05 FILLER PIC X(20).
           01 REL-DET.
               05 REL-FILIAL PIC 9(2).
               05 FILLER PIC X(1) VALUE "-".
               05 REL-NUMERO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-EMISSAO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-CPF PIC X(14).
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-VALOR PIC ZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 REL-MOTIVO PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE "NFSE-RETORNO.txt" TO WS-RET-NOME.
           COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-JANELA-DIAS).
           IF MODO-BATCH = "NOTURNO"
      *        NA CADEIA NOTURNA: RETORNO PENDENTE, NUMERACAO E LOTE
               MOVE 1 TO OPCAO
           ELSE
               DISPLAY "(1) NUMERAR MOVIMENTOS E GERAR LOTE DE RPS"
               DISPLAY "(2) IMPORTAR RETORNO DA PREFEITURA"
               DISPLAY "(3) REENVIAR RPS REJEITADOS"
               DISPLAY "(4) CONFIRMAR NFS-E CANCELADAS NA PREFEITURA"
               DISPLAY "(5) SAIR"
               DISPLAY "OPCAO: "
               ACCEPT OPCAO
           END-IF.
           IF OPCAO < 1 OR OPCAO > 4
               GOBACK
           END-IF.
           OPEN I-O ARQ-RPS.
           IF WS-FS = 35
               OPEN OUTPUT ARQ-RPS
               CLOSE ARQ-RPS
               OPEN I-O ARQ-RPS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NA ABERTURA DE RPS.dat: " WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS-3 <> 0
               DISPLAY "ERRO NA ABERTURA DE CLIENTES.dat: " WS-FS-3
               CLOSE ARQ-RPS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM IMPORTA-RETORNO THRU FIM-IMPORTA-RETORNO
                   PERFORM NUMERA-MOVIMENTOS THRU FIM-NUMERA
                   PERFORM GERA-LOTE THRU FIM-GERA-LOTE
               WHEN 2
                   DISPLAY "ARQUIVO DE RETORNO (BRANCO = "
                       "NFSE-RETORNO.txt): "
                   MOVE SPACES TO WS-RET-NOME
                   ACCEPT WS-RET-NOME
                   IF WS-RET-NOME = SPACES
                       MOVE "NFSE-RETORNO.txt" TO WS-RET-NOME
                   END-IF
                   PERFORM IMPORTA-RETORNO THRU FIM-IMPORTA-RETORNO
               WHEN 3
                   PERFORM REENVIA-REJEITADOS
               WHEN 4
                   PERFORM CONFIRMA-CANCELAMENTOS
           END-EVALUATE.
           PERFORM LISTA-REJEITADOS.
           CLOSE ARQ-RPS.
           CLOSE ARQ-CLIENTES.
           DISPLAY "RPS NUMERADOS: " WS-QTD-NUMERADOS
               " ENVIADOS NO LOTE: " WS-QTD-ENVIADOS.
           DISPLAY "NFS-E RECEBIDAS: " WS-QTD-AUTORIZADOS
               " RPS REJEITADOS PENDENTES: " WS-QTD-PENDENTES.
           IF WS-QTD-CANCELADOS > 0
               DISPLAY "RPS CANCELADOS POR ESTORNO: " WS-QTD-CANCELADOS
           END-IF.
           IF WS-QTD-A-CANCELAR > 0
               DISPLAY "NFS-E A CANCELAR NA PREFEITURA: "
                   WS-QTD-A-CANCELAR
           END-IF.
           IF WS-QTD-PENDENTES > 0 OR WS-QTD-A-CANCELAR > 0
               DISPLAY "LISTA DE REJEITADOS EM NFSE-REJEITADOS.txt"
           END-IF.
           GOBACK.
       IMPORTA-RETORNO.
      *    SO RPS ENVIADO E AINDA SEM RESPOSTA E ATUALIZADO - O MESMO
      *    RETORNO LIDO DE NOVO NAO MUDA NADA
           OPEN INPUT ARQ-RET.
           IF WS-FS-5 <> 0
               GO TO FIM-IMPORTA-RETORNO
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RET
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RET-LINHA TO RET-DETALHE
                       IF RET-REG = "2"
                           PERFORM TRATA-RETORNO
                               THRU FIM-TRATA-RETORNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RET.
           IF WS-QTD-IGNORADOS > 0
               DISPLAY "LINHAS DO RETORNO SEM RPS CORRESPONDENTE: "
                   WS-QTD-IGNORADOS
           END-IF.
       FIM-IMPORTA-RETORNO.
           CONTINUE.
       TRATA-RETORNO.
           IF RET-SERIE(2:2) NOT NUMERIC OR RET-NUMERO NOT NUMERIC
               ADD 1 TO WS-QTD-IGNORADOS
               GO TO FIM-TRATA-RETORNO
           END-IF.
           MOVE RET-SERIE(2:2) TO RPS-FILIAL.
           MOVE RET-NUMERO TO RPS-NUMERO.
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-RPS
               KEY IS RPS-CHAVE
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'N'
               DISPLAY "RPS NAO ENCONTRADO: " RET-SERIE " " RET-NUMERO
               ADD 1 TO WS-QTD-IGNORADOS
               GO TO FIM-TRATA-RETORNO
           END-IF.
           IF RPS-SITUACAO NOT = 'E'
               GO TO FIM-TRATA-RETORNO
           END-IF.
           EVALUATE RET-SITUACAO
               WHEN 'A'
                   MOVE 'A' TO RPS-SITUACAO
                   IF RET-NFSE NUMERIC
                       MOVE RET-NFSE TO RPS-NFSE-NUMERO
                   END-IF
                   MOVE RET-VERIFICA TO RPS-NFSE-VERIFICA
                   MOVE SPACES TO RPS-MOTIVO
                   ADD 1 TO WS-QTD-AUTORIZADOS
               WHEN 'R'
                   MOVE 'R' TO RPS-SITUACAO
                   MOVE RET-MOTIVO TO RPS-MOTIVO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-IGNORADOS
                   GO TO FIM-TRATA-RETORNO
           END-EVALUATE.
           REWRITE REG-RPS
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR RPS " RPS-FILIAL "-"
                       RPS-NUMERO
           END-REWRITE.
       FIM-TRATA-RETORNO.
           CONTINUE.
       NUMERA-MOVIMENTOS.
           PERFORM CARREGA-ULTIMOS.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-2 <> 0
               DISPLAY "ERRO NA ABERTURA DE MOVIMENTO.dat: " WS-FS-2
               MOVE 8 TO RETURN-CODE
               GO TO FIM-NUMERA
           END-IF.
           MOVE WS-DATA-INI TO LOG-DATA.
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
                       IF LOG-DATA > WS-HOJE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM NUMERA-MOVIMENTO
                               THRU FIM-NUMERA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       FIM-NUMERA.
           CONTINUE.
       CARREGA-ULTIMOS.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
               MOVE ZEROES TO WS-ULT-RPS(WS-F)
           END-PERFORM.
           MOVE LOW-VALUES TO RPS-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RPS-NUMERO TO WS-ULT-RPS(RPS-FILIAL + 1)
               END-READ
           END-PERFORM.
       NUMERA-MOVIMENTO.
           IF LOG-TIPO = 'K'
               PERFORM CANCELA-RPS-ESTORNADO THRU FIM-CANCELA-RPS
               GO TO FIM-NUMERA-MOVIMENTO
           END-IF.
           MOVE ZEROES TO WS-VALOR-RPS.
           EVALUATE LOG-TIPO
               WHEN 'A'
               WHEN 'N'
               WHEN 'S'
               WHEN 'Q'
               WHEN 'V'
               WHEN 'O'
                   MOVE LOG-VALOR TO WS-VALOR-RPS
               WHEN 'D'
                   MOVE LOG-MULTA TO WS-VALOR-RPS
           END-EVALUATE.
           IF WS-VALOR-RPS = 0
               GO TO FIM-NUMERA-MOVIMENTO
           END-IF.
      *    ALUGUEL, MULTA E REPOSICAO DE PESSOA JURIDICA SAEM NA
      *    FATURA MENSAL, COM UMA NFS-E POR FATURA
           IF LOG-TIPO = 'A' OR LOG-TIPO = 'N'
              OR LOG-TIPO = 'D' OR LOG-TIPO = 'S'
               MOVE SPACES TO CCPF
               MOVE LOG-CPF TO CCPF
               READ ARQ-CLIENTES
                   KEY IS CCPF
                   INVALID KEY MOVE ZEROES TO TIPO-CLIENTE
               END-READ
               IF TIPO-CLIENTE = 2
                   GO TO FIM-NUMERA-MOVIMENTO
               END-IF
           END-IF.
           MOVE SPACES TO RPS-ORIGEM.
           MOVE "M" TO RPS-ORIGEM(1:1).
           MOVE LOG-CHAVE TO RPS-ORIGEM(2:17).
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-RPS
               KEY IS RPS-ORIGEM
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'S'
               GO TO FIM-NUMERA-MOVIMENTO
           END-IF.
           INITIALIZE REG-RPS.
           MOVE "M" TO RPS-ORIGEM(1:1).
           MOVE LOG-CHAVE TO RPS-ORIGEM(2:17).
           MOVE LOG-FILIAL TO RPS-FILIAL.
           ADD 1 TO WS-ULT-RPS(LOG-FILIAL + 1).
           MOVE WS-ULT-RPS(LOG-FILIAL + 1) TO RPS-NUMERO.
           MOVE LOG-DATA TO RPS-DATA-EMISSAO.
           MOVE LOG-TIPO TO RPS-TIPO-MOV.
           MOVE LOG-CPF TO RPS-CPF.
           MOVE WS-VALOR-RPS TO RPS-VALOR.
           MOVE WS-PAR-ALIQUOTA-ISS TO RPS-ALIQUOTA.
           COMPUTE RPS-ISS ROUNDED =
               RPS-VALOR * RPS-ALIQUOTA / 100.
           MOVE 'P' TO RPS-SITUACAO.
           WRITE REG-RPS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RPS " RPS-FILIAL "-"
                       RPS-NUMERO " - FS " WS-FS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-NUMERADOS
           END-WRITE.
       FIM-NUMERA-MOVIMENTO.
           CONTINUE.
       CANCELA-RPS-ESTORNADO.
      *    O ORIGINAL VEM ANTES NA CHAVE E JA TEM RPS. AINDA NAO
      *    ENVIADO SAI DO LOTE; JA ENVIADO PRECISA DO CANCELAMENTO DA
      *    NFS-E NA PREFEITURA
           MOVE SPACES TO RPS-ORIGEM.
           MOVE "M" TO RPS-ORIGEM(1:1).
           MOVE LOG-ORIGEM-CHAVE TO RPS-ORIGEM(2:17).
           MOVE 'S' TO WS-ACHOU.
           READ ARQ-RPS
               KEY IS RPS-ORIGEM
               INVALID KEY MOVE 'N' TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 'N'
               GO TO FIM-CANCELA-RPS
           END-IF.
           EVALUATE RPS-SITUACAO
               WHEN 'P'
               WHEN 'R'
                   MOVE 'X' TO RPS-SITUACAO
                   MOVE "ESTORNADO ANTES DO ENVIO" TO RPS-MOTIVO
                   ADD 1 TO WS-QTD-CANCELADOS
               WHEN 'E'
               WHEN 'A'
                   MOVE 'C' TO RPS-SITUACAO
                   MOVE "ESTORNADO - CANCELAR NFS-E" TO RPS-MOTIVO
               WHEN OTHER
                   GO TO FIM-CANCELA-RPS
           END-EVALUATE.
           REWRITE REG-RPS
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR RPS " RPS-FILIAL "-"
                       RPS-NUMERO
           END-REWRITE.
       FIM-CANCELA-RPS.
           CONTINUE.
       GERA-LOTE.
      *    SEM A INSCRICAO DO PRESTADOR A PREFEITURA RECUSA O LOTE -
      *    OS RPS FICAM PENDENTES PARA O PROXIMO
           IF WS-PAR-INSCRICAO-MUN = 0
               DISPLAY "INSCRICAO MUNICIPAL NAO INFORMADA NOS "
                   "PARAMETROS - LOTE NAO GERADO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM-GERA-LOTE
           END-IF.
           MOVE SPACES TO WS-LOTE-NOME.
           STRING "RPS-" WS-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-LOTE-NOME.
           OPEN OUTPUT ARQ-LOTE.
           IF WS-FS-4 <> 0
               DISPLAY "ERRO AO CRIAR " WS-LOTE-NOME ": " WS-FS-4
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PAR-INSCRICAO-MUN TO CAB-INSCRICAO
               MOVE WS-DATA-INI TO CAB-DATA-INI
               MOVE WS-HOJE TO CAB-DATA-FIM
               WRITE LOTE-LINHA FROM LOT-CABECALHO
               MOVE LOW-VALUES TO RPS-CHAVE
               MOVE 'N' TO WS-EOF
               START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-RPS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RPS-SITUACAO = 'P'
                               PERFORM ENVIA-RPS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-QTD-ENVIADOS TO ROD-QTD
               MOVE WS-TOT-VALOR TO ROD-VALOR
               MOVE ZEROES TO ROD-DEDUCOES
               MOVE WS-TOT-ISS TO ROD-ISS
               WRITE LOTE-LINHA FROM LOT-RODAPE
               CLOSE ARQ-LOTE
               DISPLAY "LOTE DE RPS GERADO EM " WS-LOTE-NOME
           END-IF.
       FIM-GERA-LOTE.
           CONTINUE.
       ENVIA-RPS.
           MOVE RPS-FILIAL TO WS-SERIE-FILIAL.
           MOVE WS-SERIE TO DET-SERIE.
           MOVE RPS-NUMERO TO DET-NUMERO.
           MOVE RPS-DATA-EMISSAO TO DET-DATA-EMISSAO.
           MOVE RPS-VALOR TO DET-VALOR.
           MOVE ZEROES TO DET-DEDUCOES.
           MOVE WS-PAR-COD-SERVICO TO DET-COD-SERVICO.
           MOVE RPS-ALIQUOTA TO DET-ALIQUOTA.
      *    1 = CPF / 2 = CNPJ / 3 = TOMADOR NAO IDENTIFICADO
           EVALUATE TRUE
               WHEN RPS-CPF = SPACES
                   MOVE 3 TO DET-IND-TOMADOR
               WHEN RPS-CPF(12:3) = SPACES
                   MOVE 1 TO DET-IND-TOMADOR
               WHEN OTHER
                   MOVE 2 TO DET-IND-TOMADOR
           END-EVALUATE.
           MOVE RPS-CPF TO DET-DOC-TOMADOR.
           MOVE SPACES TO DET-NOME-TOMADOR.
           IF RPS-CPF NOT = SPACES
               MOVE SPACES TO CCPF
               MOVE RPS-CPF TO CCPF
               READ ARQ-CLIENTES
                   KEY IS CCPF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE NOME TO DET-NOME-TOMADOR
               END-READ
           END-IF.
           MOVE RPS-ISS TO DET-VALOR-ISS.
           EVALUATE RPS-TIPO-MOV
               WHEN 'A' MOVE "LOCACAO DE FILME" TO DET-DISCRIMINACAO
               WHEN 'N' MOVE "RENOVACAO DE LOCACAO"
                   TO DET-DISCRIMINACAO
               WHEN 'D' MOVE "MULTA POR ATRASO NA DEVOLUCAO"
                   TO DET-DISCRIMINACAO
               WHEN 'S' MOVE "TAXA DE REPOSICAO DE COPIA"
                   TO DET-DISCRIMINACAO
               WHEN 'Q' MOVE "PACOTE DE LOCACOES"
                   TO DET-DISCRIMINACAO
               WHEN 'V' MOVE "VENDA DE COPIA USADA"
                   TO DET-DISCRIMINACAO
               WHEN 'O' MOVE "MENSALIDADE PLANO DE ASSINATURA"
                   TO DET-DISCRIMINACAO
               WHEN 'F'
                   MOVE SPACES TO DET-DISCRIMINACAO
                   STRING "FATURA MENSAL " RPS-ORIGEM(2:6)
                       DELIMITED BY SIZE INTO DET-DISCRIMINACAO
               WHEN OTHER MOVE SPACES TO DET-DISCRIMINACAO
           END-EVALUATE.
           WRITE LOTE-LINHA FROM LOT-DETALHE.
           MOVE 'E' TO RPS-SITUACAO.
           MOVE WS-HOJE TO RPS-DATA-ENVIO.
           REWRITE REG-RPS
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR RPS ENVIADO " RPS-FILIAL
                       "-" RPS-NUMERO
           END-REWRITE.
           ADD 1 TO WS-QTD-ENVIADOS.
           ADD RPS-VALOR TO WS-TOT-VALOR.
           ADD RPS-ISS TO WS-TOT-ISS.
       REENVIA-REJEITADOS.
      *    DEPOIS DE CORRIGIDO O CADASTRO, O RPS VOLTA PARA O LOTE
      *    COM O MESMO NUMERO
           MOVE LOW-VALUES TO RPS-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RPS-SITUACAO = 'R'
                           MOVE 'P' TO RPS-SITUACAO
                           MOVE SPACES TO RPS-MOTIVO
                           REWRITE REG-RPS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-NUMERADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "RPS DEVOLVIDOS AO PROXIMO LOTE: " WS-QTD-NUMERADOS.
           MOVE ZEROES TO WS-QTD-NUMERADOS.
       CONFIRMA-CANCELAMENTOS.
      *    NFS-E DE MOVIMENTO ESTORNADO JA CANCELADA NO PORTAL DA
      *    PREFEITURA SAI DA LISTA
           MOVE LOW-VALUES TO RPS-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RPS-SITUACAO = 'C'
                           MOVE 'X' TO RPS-SITUACAO
                           MOVE "NFS-E CANCELADA NA PREFEITURA"
                               TO RPS-MOTIVO
                           REWRITE REG-RPS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-CANCELADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
       LISTA-REJEITADOS.
           OPEN OUTPUT ARQ-REL.
           MOVE "RPS REJEITADOS PELA PREFEITURA - " TO REL-LINHA.
           MOVE WS-HOJE TO REL-LINHA(34:8).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE LOW-VALUES TO RPS-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RPS-SITUACAO = 'R'
                           ADD 1 TO WS-QTD-PENDENTES
                           MOVE RPS-FILIAL TO REL-FILIAL
                           MOVE RPS-NUMERO TO REL-NUMERO
                           MOVE RPS-DATA-EMISSAO TO REL-EMISSAO
                           MOVE RPS-CPF TO REL-CPF
                           MOVE RPS-VALOR TO REL-VALOR
                           MOVE RPS-MOTIVO TO REL-MOTIVO
                           MOVE REL-DET TO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-PENDENTES = 0
               MOVE "NENHUM RPS REJEITADO PENDENTE" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NFS-E DE MOVIMENTOS ESTORNADOS - CANCELAR"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE LOW-VALUES TO RPS-CHAVE.
           MOVE 'N' TO WS-EOF.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-RPS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RPS-SITUACAO = 'C'
                           ADD 1 TO WS-QTD-A-CANCELAR
                           MOVE RPS-FILIAL TO REL-FILIAL
                           MOVE RPS-NUMERO TO REL-NUMERO
                           MOVE RPS-DATA-EMISSAO TO REL-EMISSAO
                           MOVE RPS-CPF TO REL-CPF
                           MOVE RPS-VALOR TO REL-VALOR
                           MOVE SPACES TO REL-MOTIVO
                           STRING "NFS-E " RPS-NFSE-NUMERO
                               DELIMITED BY SIZE INTO REL-MOTIVO
                           MOVE REL-DET TO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-A-CANCELAR = 0
               MOVE "NENHUMA NFS-E A CANCELAR" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-REL.
       END PROGRAM NFSE.
