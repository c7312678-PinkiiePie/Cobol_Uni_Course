       01 REG-LIQUIDACAO.
      *    CHAVE DO MOVIMENTO PAGO COM CARTAO OU PIX
           05 LIQ-ORIGEM PIC X(17).
      *    BUSCA DA ADQUIRENTE - NSU + DATA DA VENDA + VALOR BRUTO
           05 LIQ-BUSCA.
               10 LIQ-NSU PIC X(12).
               10 LIQ-DATA PIC 9(8).
               10 LIQ-VALOR PIC 9(7)V99.
      *    2 DEBITO / 3 CREDITO / 4 PIX
           05 LIQ-FORMA PIC 9(1).
           05 LIQ-TIPO-MOV PIC X(1).
           05 LIQ-CPF PIC X(14).
           05 LIQ-OPERADOR PIC X(10).
           05 LIQ-FILIAL PIC 9(2).
           05 LIQ-PREVISTA PIC 9(8).
      *    P = AGUARDANDO CREDITO / C = CONCILIADA / E = ESTORNADA
           05 LIQ-SITUACAO PIC X(1).
           05 LIQ-DATA-CREDITO PIC 9(8).
           05 LIQ-TAXA PIC 9(5)V99.
           05 LIQ-LIQUIDO PIC 9(7)V99.
