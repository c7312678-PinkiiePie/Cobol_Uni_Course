       01 REG-ACORDO.
      *    UM CLIENTE PODE TER VARIOS ACORDOS NO TEMPO, SO UM ATIVO
           05 ACO-CHAVE.
               10 ACO-CPF PIC X(14).
               10 ACO-SEQ PIC 9(2).
           05 ACO-DATA PIC 9(8).
           05 ACO-OPERADOR PIC X(10).
           05 ACO-FILIAL PIC 9(2).
      *    SALDO DA CONTA NA DATA DO ACORDO E O QUE FOI NEGOCIADO
           05 ACO-SALDO-ORIGINAL PIC 9(7)V99.
           05 ACO-DESCONTO PIC 9(5)V99.
           05 ACO-ENTRADA PIC 9(5)V99.
           05 ACO-TOTAL PIC 9(7)V99.
           05 ACO-QTD-PARCELAS PIC 9(2).
      *    ESTAGIO DA REGUA DE COBRANCA ANTES DO ACORDO - VOLTA A
      *    VALER SE O ACORDO FOR CANCELADO
           05 ACO-ESTAGIO-ANTERIOR PIC 9(1).
      *    PARCELAS COBRADAS POR BOLETO NA REMESSA (S/N)
           05 ACO-BOLETO PIC X(1).
      *    A = ATIVO / Q = QUITADO / C = CANCELADO POR ATRASO
           05 ACO-SITUACAO PIC X(1).
           05 ACO-DATA-SITUACAO PIC 9(8).
      *    E = ENTRADA (PAGA NO BALCAO) / P = PARCELA
           05 ACO-PARCELA OCCURS 13 TIMES.
               10 ACO-PAR-TIPO PIC X(1).
               10 ACO-PAR-VENCIMENTO PIC 9(8).
               10 ACO-PAR-VALOR PIC 9(5)V99.
               10 ACO-PAR-PAGO PIC 9(5)V99.
               10 ACO-PAR-DATA-PAGTO PIC 9(8).
