       01 REG-PATRIMONIO.
           05 PAT-CHAVE.
               10 PAT-CODIGO PIC 9(6).
               10 PAT-COPIA PIC 9(2).
      *    AQUISICAO ZERADA = COPIA ANTERIOR AO CADASTRO PATRIMONIAL,
      *    CUSTO A INFORMAR PELO GERENTE
           05 PAT-AQUISICAO PIC 9(8).
           05 PAT-CUSTO PIC 9(5)V99.
           05 PAT-FORNECEDOR PIC 9(4).
           05 PAT-PEDIDO PIC 9(6).
           05 PAT-FILIAL PIC 9(2).
           05 PAT-QTD-ALUGUEIS PIC 9(5).
      *    ALUGUEIS, RENOVACOES E MULTAS DE ATRASO DA COPIA
           05 PAT-RECEITA PIC 9(7)V99.
           05 PAT-ULT-ALUGUEL PIC 9(8).
           05 PAT-DEPREC-ACUM PIC 9(5)V99.
      *    ULTIMO MES (AAAAMM) JA DEPRECIADO
           05 PAT-DEPREC-MES PIC 9(6).
      *    QUOTA LANCADA NESSE MES
           05 PAT-DEPREC-QUOTA PIC 9(5)V99.
      *    A = ATIVA / R = RETIRADA / V = VENDIDA / D = AVARIADA /
      *    E = EXTRAVIADA
           05 PAT-SITUACAO PIC X(1).
           05 PAT-BAIXA-DATA PIC 9(8).
      *    PRECO DA VENDA OU TAXA DE REPOSICAO COBRADA NA BAIXA
           05 PAT-BAIXA-VALOR PIC 9(5)V99.
