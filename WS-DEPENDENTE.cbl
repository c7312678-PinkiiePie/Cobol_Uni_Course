       01 WS-DEPENDENTE.
           05 WS-DEP-CHAVE.
               10 WS-DEP-CPF PIC X(14).
               10 WS-DEP-NUMERO PIC 9(2).
           05 WS-DEP-NOME PIC X(40).
           05 WS-DEP-DOCUMENTO PIC X(14).
           05 WS-DEP-NASCIMENTO PIC 9(8).
      *    MAIOR CLASSIFICACAO LIBERADA PELO TITULAR (99 = SEM LIMITE)
           05 WS-DEP-CLASSIF-MAX PIC 9(2).
      *    S = AUTORIZADO / N = AUTORIZACAO RETIRADA
           05 WS-DEP-ATIVO PIC X(1).
