       01 REG-PROMOCAO.
           05 PROMO-CODIGO PIC 9(4).
           05 PROMO-NOME PIC X(30).
           05 PROMO-INICIO PIC 9(8).
           05 PROMO-FIM PIC 9(8).
      *    00 = TODAS AS FILIAIS
           05 PROMO-FILIAL PIC 9(2).
      *    0 = TODOS OS DIAS / 1 = DOMINGO ... 7 = SABADO
           05 PROMO-DIA-SEMANA PIC 9(1).
      *    EM BRANCO = QUALQUER GENERO
           05 PROMO-GENERO PIC X(20).
      *    LISTA DE TITULOS - TODOS ZERADOS = QUALQUER TITULO
           05 PROMO-TITULO PIC 9(6) OCCURS 10 TIMES.
      *    LEVE N: SO O N-ESIMO ALUGUEL DO CLIENTE NO DIA GANHA O
      *    DESCONTO (0 OU 1 = TODO ALUGUEL)
           05 PROMO-QTD-LEVE PIC 9(1).
      *    P = PERCENTUAL / V = VALOR FIXO POR ALUGUEL
           05 PROMO-TIPO-DESC PIC X(1).
           05 PROMO-PERCENTUAL PIC 9(3)V99.
           05 PROMO-VALOR PIC 9(3)V99.
      *    S = ATIVA / N = SUSPENSA
           05 PROMO-ATIVA PIC X(1).
