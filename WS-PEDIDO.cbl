       01 WS-PEDIDO.
           05 WS-PED-NUMERO PIC 9(6).
           05 WS-PED-DATA PIC 9(8).
           05 WS-PED-FORNECEDOR PIC 9(4).
           05 WS-PED-CODIGO PIC 9(6).
      *    FILIAL QUE RECEBE AS COPIAS
           05 WS-PED-FILIAL PIC 9(2).
           05 WS-PED-QTD PIC 9(2).
           05 WS-PED-RECEBIDA PIC 9(2).
           05 WS-PED-CUSTO-UNIT PIC 9(5)V99.
      *    DATA DO PEDIDO MAIS O PRAZO DE ENTREGA DO FORNECEDOR
           05 WS-PED-PREVISAO PIC 9(8).
           05 WS-PED-ULT-ENTREGA PIC 9(8).
      *    A = ABERTO / P = ENTREGA PARCIAL / R = RECEBIDO /
      *    C = CANCELADO
           05 WS-PED-SITUACAO PIC X(1).
           05 WS-PED-OPERADOR PIC X(10).
