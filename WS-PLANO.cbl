       01 WS-PLANO.
           05 WS-PLN-CODIGO PIC 9(2).
           05 WS-PLN-NOME PIC X(20).
           05 WS-PLN-MENSALIDADE PIC 9(5)V99.
      *    TITULOS FORA AO MESMO TEMPO PELO PLANO (1 A 5)
           05 WS-PLN-LIMITE PIC 9(1).
      *    PRAZOS ACEITOS PELO PLANO (S/N): 1 DIA, 3 DIAS E O PADRAO
           05 WS-PLN-PRAZO-1 PIC X(1).
           05 WS-PLN-PRAZO-3 PIC X(1).
           05 WS-PLN-PRAZO-PADRAO PIC X(1).
      *    LANCAMENTOS ENTRAM NO PLANO (S/N)
           05 WS-PLN-LANCAMENTOS PIC X(1).
      *    S = ACEITA ADESOES / N = SO MANTEM OS ASSINANTES ATUAIS
           05 WS-PLN-ATIVO PIC X(1).
