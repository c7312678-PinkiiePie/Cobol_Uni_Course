       01 REG-HISTPRECO.
           05 HPR-DATA PIC 9(8).
           05 HPR-HORA PIC 9(6).
           05 HPR-CODIGO PIC 9(6).
      *    N = MUDANCA DE FAIXA NO PROCESSAMENTO NOTURNO /
      *    M = ALTERACAO MANUAL EM ALTERAR FILME
           05 HPR-ORIGEM PIC X(1).
           05 HPR-OPERADOR PIC X(10).
           05 HPR-FAIXA-ANT PIC X(1).
           05 HPR-FAIXA-NOVA PIC X(1).
           05 HPR-ANT-DIARIA PIC 9(3)V99.
           05 HPR-ANT-PRAZO-1 PIC 9(3)V99.
           05 HPR-ANT-PRAZO-3 PIC 9(3)V99.
           05 HPR-ANT-CAUCAO PIC X(1).
           05 HPR-ANT-CAUCAO-VALOR PIC 9(5)V99.
           05 HPR-NOVA-DIARIA PIC 9(3)V99.
           05 HPR-NOVA-PRAZO-1 PIC 9(3)V99.
           05 HPR-NOVA-PRAZO-3 PIC 9(3)V99.
           05 HPR-NOVA-CAUCAO PIC X(1).
           05 HPR-NOVA-CAUCAO-VALOR PIC 9(5)V99.
