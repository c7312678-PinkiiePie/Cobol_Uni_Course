       01 WS-FAIXA-PRECO.
      *    L = LANCAMENTO / C = CATALOGO / K = CLASSICO
           05 WS-FXP-FAIXA PIC X(1).
      *    DIAS NA FAIXA ANTES DE PASSAR PARA A SEGUINTE (O CLASSICO
      *    E A ULTIMA E NAO TEM FIM)
           05 WS-FXP-DIAS PIC 9(4).
           05 WS-FXP-VALOR-DIARIA PIC 9(3)V99.
           05 WS-FXP-VALOR-PRAZO-1 PIC 9(3)V99.
           05 WS-FXP-VALOR-PRAZO-3 PIC 9(3)V99.
           05 WS-FXP-EXIGE-CAUCAO PIC X(1).
           05 WS-FXP-CAUCAO-VALOR PIC 9(5)V99.
