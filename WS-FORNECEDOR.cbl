       01 WS-FORNECEDOR.
           05 WS-FOR-CODIGO PIC 9(4).
           05 WS-FOR-NOME PIC X(40).
           05 WS-FOR-CONTATO PIC X(30).
           05 WS-FOR-TELEFONE PIC X(15).
           05 WS-FOR-EMAIL PIC X(40).
      *    DIAS ENTRE O PEDIDO E A ENTREGA DAS COPIAS
           05 WS-FOR-PRAZO-ENTREGA PIC 9(3).
      *    CONDICAO DE PAGAMENTO COMBINADA (EX. 30/60 DIAS)
           05 WS-FOR-CONDICAO PIC X(20).
      *    S = ACEITA PEDIDOS / N = SO CONSULTA
           05 WS-FOR-ATIVO PIC X(1).
