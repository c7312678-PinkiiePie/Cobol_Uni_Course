       01 REG-SESSAO.
           05 SES-CHAVE.
               10 SES-OPERADOR PIC X(10).
               10 SES-FILIAL PIC 9(2).
      *        AAAAMMDDHHMMSS DO LOGIN
               10 SES-INICIO PIC 9(14).
           05 SES-NIVEL PIC 9(1).
