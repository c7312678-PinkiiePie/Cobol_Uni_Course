       01 REG-ALUGUEL.
      *    UM REGISTRO POR COPIA EM PODER DO CLIENTE - SAI NA
      *    DEVOLUCAO. A COPIA SO PODE ESTAR COM UM CLIENTE POR VEZ
           05 ALU-CHAVE.
               10 ALU-CPF PIC X(20).
               10 ALU-TITULO.
                   15 ALU-CODIGO PIC 9(6).
                   15 ALU-COPIA PIC 9(2).
           05 ALU-DATA-ALUGUEL PIC 9(8).
           05 ALU-DATA-DEVOLUCAO PIC 9(8).
           05 ALU-PRAZO PIC 9(3).
           05 ALU-CAUCAO PIC 9(5)V99.
      *    S = RETIRADO PELO PLANO DE ASSINATURA, SEM COBRANCA
           05 ALU-PLANO PIC X(1).
      *    FILIAL ONDE A COPIA FOI RETIRADA
           05 ALU-FILIAL PIC 9(2).
      *    HORA DA RETIRADA - O PRECO DO ALUGUEL E O VIGENTE NA SAIDA
           05 ALU-HORA-ALUGUEL PIC 9(6).
           05 FILLER PIC X(4).
