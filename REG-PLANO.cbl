       01 REG-PLANO.
           05 PLN-CODIGO PIC 9(2).
           05 PLN-NOME PIC X(20).
           05 PLN-MENSALIDADE PIC 9(5)V99.
      *    TITULOS FORA AO MESMO TEMPO PELO PLANO (1 A 5)
           05 PLN-LIMITE PIC 9(1).
      *    PRAZOS ACEITOS PELO PLANO (S/N): 1 DIA, 3 DIAS E O PADRAO
           05 PLN-PRAZO-1 PIC X(1).
           05 PLN-PRAZO-3 PIC X(1).
           05 PLN-PRAZO-PADRAO PIC X(1).
      *    LANCAMENTOS ENTRAM NO PLANO (S/N)
           05 PLN-LANCAMENTOS PIC X(1).
      *    S = ACEITA ADESOES / N = SO MANTEM OS ASSINANTES ATUAIS
           05 PLN-ATIVO PIC X(1).
