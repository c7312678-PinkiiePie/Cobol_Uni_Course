       01 REG-VALE.
      *    NUMERO IMPRESSO NO CARTAO DO VALE-PRESENTE
           05 VP-NUMERO PIC X(12).
           05 VP-EMISSAO PIC 9(8).
           05 VP-VALOR PIC 9(5)V99.
           05 VP-SALDO PIC 9(5)V99.
           05 VP-VALIDADE PIC 9(8).
           05 VP-FILIAL PIC 9(2).
      *    A = ATIVO / U = SALDO ESGOTADO / V = VENCIDO
           05 VP-SITUACAO PIC X(1).
           05 VP-OPERADOR PIC X(10).
           05 VP-ULT-USO PIC 9(8).
