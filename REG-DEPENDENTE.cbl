       01 REG-DEPENDENTE.
      *    TITULAR DA CONTA (CPF/CNPJ) + NUMERO DO AUTORIZADO
           05 DEP-CHAVE.
               10 DEP-CPF PIC X(14).
               10 DEP-NUMERO PIC 9(2).
           05 DEP-NOME PIC X(40).
           05 DEP-DOCUMENTO PIC X(14).
           05 DEP-NASCIMENTO PIC 9(8).
      *    MAIOR CLASSIFICACAO LIBERADA PELO TITULAR (99 = SEM LIMITE)
           05 DEP-CLASSIF-MAX PIC 9(2).
      *    S = AUTORIZADO / N = AUTORIZACAO RETIRADA
           05 DEP-ATIVO PIC X(1).
