       01 REG-ESTORNO.
      *    CHAVE DO MOVIMENTO ESTORNADO - IMPEDE ESTORNO EM DOBRO
           05 EST-ORIGEM PIC X(17).
           05 EST-ORIGEM-TIPO PIC X(1).
      *    CHAVE DO MOVIMENTO 'K' QUE COMPENSOU O ORIGINAL
           05 EST-CHAVE PIC X(17).
           05 EST-DATA PIC 9(8).
           05 EST-HORA PIC 9(6).
           05 EST-CPF PIC X(14).
           05 EST-CODIGO PIC 9(6).
           05 EST-VALOR PIC 9(5)V99.
           05 EST-MULTA PIC 9(5)V99.
      *    QUEM PEDIU (OPERADOR DO TERMINAL) E QUEM AUTORIZOU
           05 EST-SOLICITANTE PIC X(10).
           05 EST-AUTORIZADOR PIC X(10).
           05 EST-FILIAL PIC 9(2).
           05 EST-MOTIVO PIC X(30).
