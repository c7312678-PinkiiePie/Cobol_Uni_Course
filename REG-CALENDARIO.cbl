       01 REG-CALENDARIO.
           05 CAL-CHAVE.
               10 CAL-DATA PIC 9(8).
      *        00 = TODAS AS FILIAIS (FERIADO DA REDE)
               10 CAL-FILIAL PIC 9(2).
      *    F = LOJA FECHADA / A = LOJA ABERTA (EXCECAO DA FILIAL
      *    A UM FECHAMENTO DA REDE)
           05 CAL-SITUACAO PIC X(1).
           05 CAL-DESCRICAO PIC X(30).
