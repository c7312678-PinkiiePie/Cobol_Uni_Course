       01 WS-ALUGUEL.
           05 WS-ALU-CHAVE.
               10 WS-ALU-CPF PIC X(20).
               10 WS-ALU-TITULO.
                   15 WS-ALU-CODIGO PIC 9(6).
                   15 WS-ALU-COPIA PIC 9(2).
           05 WS-ALU-DATA-ALUGUEL PIC 9(8).
           05 WS-ALU-DATA-DEVOLUCAO PIC 9(8).
           05 WS-ALU-PRAZO PIC 9(3).
           05 WS-ALU-CAUCAO PIC 9(5)V99.
           05 WS-ALU-PLANO PIC X(1).
           05 WS-ALU-FILIAL PIC 9(2).
           05 WS-ALU-HORA-ALUGUEL PIC 9(6).
           05 FILLER PIC X(4).
