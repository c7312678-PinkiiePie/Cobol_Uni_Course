           05 LOG-OPERADOR PIC X(10).
           05 LOG-FILIAL PIC 9(2).
           05 LOG-PRAZO PIC 9(3).
           05 LOG-DESCONTO PIC 9(5)V99.
           05 LOG-PROMOCAO PIC 9(4).
      *    0 SEM PAGAMENTO / 1 DINHEIRO / 2 DEBITO / 3 CREDITO / 4 PIX
      *    5 VALE-PRESENTE / 6 DESCONTO CONCEDIDO EM ACORDO DE DIVIDA
      *    (ABATE O SALDO MAS NAO E DINHEIRO RECEBIDO)
           05 LOG-FORMA-PAGTO PIC 9(1).
           05 LOG-NSU PIC X(12).
      *    QUEM RETIROU: 00 = TITULAR / NN = DEPENDENTE DO CPF
           05 LOG-DEPENDENTE PIC 9(2).
      *    NUMERO DA COPIA MOVIMENTADA (A / D / N)
           05 LOG-COPIA PIC 9(2).
      *    ESTORNO (K): CHAVE E TIPO DO MOVIMENTO ORIGINAL
           05 LOG-VINCULO.
               10 LOG-ORIGEM-CHAVE PIC X(17).
               10 LOG-ORIGEM-TIPO PIC X(1).
      *    DEVOLUCAO / RENOVACAO: DATAS VIGENTES ANTES DO MOVIMENTO E
      *    SE O ALUGUEL ERA DO PLANO DE ASSINATURA (S)
           05 LOG-VINCULO-D REDEFINES LOG-VINCULO.
               10 LOG-ALUGADO-EM PIC 9(8).
               10 LOG-DEVOLVER-EM PIC 9(8).
               10 LOG-ALU-PLANO PIC X(1).
               10 FILLER PIC X(1).
      *    ASSINATURA (O): PLANO, EVENTO (N ADESAO / R RENOVACAO /
      *    M TROCA DE PLANO / C CANCELAMENTO / I CANCELADA POR FALTA
      *    DE PAGAMENTO / S SUSPENSAO / T REATIVACAO) E VENCIMENTO
      *    DA MENSALIDADE LANCADA
           05 LOG-VINCULO-O REDEFINES LOG-VINCULO.
               10 LOG-ASS-PLANO PIC 9(2).
               10 LOG-ASS-EVENTO PIC X(1).
               10 LOG-ASS-VENCIMENTO PIC 9(8).
               10 FILLER PIC X(7).
      *    ENTRADA DE COPIAS COMPRADAS (B): PEDIDO, QUANTIDADE
      *    RECEBIDA E FILIAL DAS COPIAS
           05 LOG-VINCULO-B REDEFINES LOG-VINCULO.
               10 LOG-PED-NUMERO PIC 9(6).
               10 LOG-PED-QTD PIC 9(2).
               10 LOG-PED-FILIAL PIC 9(2).
               10 FILLER PIC X(8).
      *    TRANSFERENCIA (T): E = SAIDA NO MALOTE / C = CHEGADA
      *    CONFIRMADA NA FILIAL DESTINO (BRANCO = ANTIGA, IMEDIATA)
           05 LOG-VINCULO-T REDEFINES LOG-VINCULO.
               10 LOG-TRN-EVENTO PIC X(1).
               10 FILLER PIC X(17).
      *    PAGAMENTO (P): ACORDO DE DIVIDA E QUANTO DO VALOR FOI
      *    ABATIDO NAS PARCELAS DELE (BRANCO = FORA DE ACORDO)
           05 LOG-VINCULO-P REDEFINES LOG-VINCULO.
               10 LOG-ACO-SEQ PIC 9(2).
               10 LOG-ACO-VALOR PIC 9(5)V99.
               10 FILLER PIC X(9).
      *    CADASTRO DE CLIENTE (C): RESULTADO DO BUREAU, CONDICAO
      *    IMPOSTA E GERENTE QUE AUTORIZOU O CADASTRO COM RESTRICAO
           05 LOG-VINCULO-C REDEFINES LOG-VINCULO.
               10 LOG-BUR-SITUACAO PIC X(1).
               10 LOG-BUR-CONDICAO PIC X(1).
               10 LOG-BUR-APROVADOR PIC X(10).
               10 FILLER PIC X(6).
