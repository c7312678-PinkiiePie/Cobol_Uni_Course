       01 WS-PROMOCAO.
           05 WS-PRO-CODIGO PIC 9(4).
           05 WS-PRO-NOME PIC X(30).
           05 WS-PRO-INICIO PIC 9(8).
           05 WS-PRO-FIM PIC 9(8).
      *    00 = TODAS AS FILIAIS
           05 WS-PRO-FILIAL PIC 9(2).
      *    0 = TODOS OS DIAS / 1 = DOMINGO ... 7 = SABADO
           05 WS-PRO-DIA-SEMANA PIC 9(1).
      *    EM BRANCO = QUALQUER GENERO
           05 WS-PRO-GENERO PIC X(20).
      *    LISTA DE TITULOS - TODOS ZERADOS = QUALQUER TITULO
           05 WS-PRO-TITULO PIC 9(6) OCCURS 10 TIMES.
      *    LEVE N: SO O N-ESIMO ALUGUEL DO CLIENTE NO DIA GANHA O
      *    DESCONTO (0 OU 1 = TODO ALUGUEL)
           05 WS-PRO-QTD-LEVE PIC 9(1).
      *    P = PERCENTUAL / V = VALOR FIXO POR ALUGUEL
           05 WS-PRO-TIPO-DESC PIC X(1).
           05 WS-PRO-PERCENTUAL PIC 9(3)V99.
           05 WS-PRO-VALOR PIC 9(3)V99.
      *    S = ATIVA / N = SUSPENSA
           05 WS-PRO-ATIVA PIC X(1).
