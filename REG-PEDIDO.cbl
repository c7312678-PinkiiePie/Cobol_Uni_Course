       01 REG-PEDIDO.
           05 PED-NUMERO PIC 9(6).
           05 PED-DATA PIC 9(8).
           05 PED-FORNECEDOR PIC 9(4).
           05 PED-CODIGO PIC 9(6).
      *    FILIAL QUE RECEBE AS COPIAS
           05 PED-FILIAL PIC 9(2).
           05 PED-QTD PIC 9(2).
           05 PED-RECEBIDA PIC 9(2).
           05 PED-CUSTO-UNIT PIC 9(5)V99.
      *    DATA DO PEDIDO MAIS O PRAZO DE ENTREGA DO FORNECEDOR
           05 PED-PREVISAO PIC 9(8).
           05 PED-ULT-ENTREGA PIC 9(8).
      *    A = ABERTO / P = ENTREGA PARCIAL / R = RECEBIDO /
      *    C = CANCELADO
           05 PED-SITUACAO PIC X(1).
           05 PED-OPERADOR PIC X(10).
