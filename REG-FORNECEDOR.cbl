       01 REG-FORNECEDOR.
           05 FOR-CODIGO PIC 9(4).
           05 FOR-NOME PIC X(40).
           05 FOR-CONTATO PIC X(30).
           05 FOR-TELEFONE PIC X(15).
           05 FOR-EMAIL PIC X(40).
      *    DIAS ENTRE O PEDIDO E A ENTREGA DAS COPIAS
           05 FOR-PRAZO-ENTREGA PIC 9(3).
      *    CONDICAO DE PAGAMENTO COMBINADA (EX. 30/60 DIAS)
           05 FOR-CONDICAO PIC X(20).
      *    S = ACEITA PEDIDOS / N = SO CONSULTA
           05 FOR-ATIVO PIC X(1).
