               10 WS-COPIA-NUMERO PIC 9(2).
               10 WS-COPIA-STATUS PIC 9(1).
               10 WS-COPIA-FILIAL PIC 9(2).
      *    CICLO DE VIDA NO ACERVO: L = LANCAMENTO / C = CATALOGO /
      *    K = CLASSICO (BRANCO = AINDA NAO CLASSIFICADO), DATA DE
      *    ENTRADA NO ACERVO E DESDE QUANDO ESTA NA FAIXA ATUAL
           05 WS-FAIXA PIC X(1).
           05 WS-DATA-ENTRADA PIC 9(8).
           05 WS-FAIXA-DESDE PIC 9(8).
