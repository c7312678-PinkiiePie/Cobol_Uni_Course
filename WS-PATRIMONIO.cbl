       01 WS-PATRIMONIO.
           05 WS-PAT-CHAVE.
               10 WS-PAT-CODIGO PIC 9(6).
               10 WS-PAT-COPIA PIC 9(2).
      *    AQUISICAO ZERADA = COPIA ANTERIOR AO CADASTRO PATRIMONIAL,
      *    CUSTO A INFORMAR PELO GERENTE
           05 WS-PAT-AQUISICAO PIC 9(8).
           05 WS-PAT-CUSTO PIC 9(5)V99.
           05 WS-PAT-FORNECEDOR PIC 9(4).
           05 WS-PAT-PEDIDO PIC 9(6).
           05 WS-PAT-FILIAL PIC 9(2).
           05 WS-PAT-QTD-ALUGUEIS PIC 9(5).
      *    ALUGUEIS, RENOVACOES E MULTAS DE ATRASO DA COPIA
           05 WS-PAT-RECEITA PIC 9(7)V99.
           05 WS-PAT-ULT-ALUGUEL PIC 9(8).
           05 WS-PAT-DEPREC-ACUM PIC 9(5)V99.
      *    ULTIMO MES (AAAAMM) JA DEPRECIADO
           05 WS-PAT-DEPREC-MES PIC 9(6).
      *    QUOTA LANCADA NESSE MES
           05 WS-PAT-DEPREC-QUOTA PIC 9(5)V99.
      *    A = ATIVA / R = RETIRADA / V = VENDIDA / D = AVARIADA /
      *    E = EXTRAVIADA
           05 WS-PAT-SITUACAO PIC X(1).
           05 WS-PAT-BAIXA-DATA PIC 9(8).
      *    PRECO DA VENDA OU TAXA DE REPOSICAO COBRADA NA BAIXA
           05 WS-PAT-BAIXA-VALOR PIC 9(5)V99.
