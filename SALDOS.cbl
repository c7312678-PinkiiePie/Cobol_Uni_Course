                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
       FIM-ACUMULA-LOG.
           CONTINUE.
       ACUMULA-MOVIMENTO.
      *    DEBITOS: ALUGUEL, RENOVACAO, MULTA, REPOSICAO, CAUCAO E
      *    MENSALIDADE DE ASSINATURA.
      *    CREDITOS: PAGAMENTO E DEVOLUCAO DE CAUCAO. PACOTE E
      *    VENDA SAO DINHEIRO DE BALCAO, NAO PASSAM PELA CONTA.
      *    ESTORNO FAZ O LANCAMENTO CONTRARIO AO DO ORIGINAL
           IF LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
              AND LOG-TIPO NOT = 'D' AND LOG-TIPO NOT = 'S'
              AND LOG-TIPO NOT = 'U' AND LOG-TIPO NOT = 'P'
              AND LOG-TIPO NOT = 'W' AND LOG-TIPO NOT = 'K'
              AND LOG-TIPO NOT = 'O'
               GO TO FIM-ACUMULA-MOV
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
               WHEN 'U' ADD LOG-VALOR TO WS-CLI-SALDO(WS-I)
               WHEN 'P' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'W' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'K' PERFORM ACUMULA-ESTORNO
               WHEN 'O' ADD LOG-VALOR TO WS-CLI-SALDO(WS-I)
           END-EVALUATE.
           IF LOG-DATA > WS-CLI-ULT-DATA(WS-I)
               MOVE LOG-DATA TO WS-CLI-ULT-DATA(WS-I)
           END-IF.
       FIM-ACUMULA-MOV.
           CONTINUE.
       ACUMULA-ESTORNO.
           EVALUATE LOG-ORIGEM-TIPO
               WHEN 'A' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'N' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'D' SUBTRACT LOG-MULTA FROM WS-CLI-SALDO(WS-I)
               WHEN 'S' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'U' SUBTRACT LOG-VALOR FROM WS-CLI-SALDO(WS-I)
               WHEN 'P' ADD LOG-VALOR TO WS-CLI-SALDO(WS-I)
               WHEN 'W' ADD LOG-VALOR TO WS-CLI-SALDO(WS-I)
           END-EVALUATE.
       CONFERE-CONTA.
           MOVE ZEROES TO WS-ESPERADO.
           PERFORM VARYING WS-I FROM 1 BY 1
