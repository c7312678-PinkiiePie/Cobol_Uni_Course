               10 COPIA-NUMERO PIC 9(2).
               10 COPIA-STATUS PIC 9(1).
               10 COPIA-FILIAL PIC 9(2).
      *    CICLO DE VIDA NO ACERVO: L = LANCAMENTO / C = CATALOGO /
      *    K = CLASSICO (BRANCO = AINDA NAO CLASSIFICADO), DATA DE
      *    ENTRADA NO ACERVO E DESDE QUANDO ESTA NA FAIXA ATUAL
           05 FAIXA PIC X(1).
           05 DATA-ENTRADA PIC 9(8).
           05 FAIXA-DESDE PIC 9(8).
