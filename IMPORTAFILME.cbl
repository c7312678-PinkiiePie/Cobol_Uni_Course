           MOVE ZEROES TO VALOR-PRAZO-3.
           MOVE 'N' TO EXIGE-CAUCAO.
           MOVE ZEROES TO CAUCAO-VALOR.
      *    SEM FAIXA O TITULO E CLASSIFICADO PELO ANO NA NOITE
           MOVE SPACE TO FAIXA.
           MOVE ZEROES TO DATA-ENTRADA.
           MOVE ZEROES TO FAIXA-DESDE.
           MOVE WS-IMP-QTD TO QTD-COPIAS.
           MOVE WS-IMP-QTD TO QTD-DISPONIVEIS.
           MOVE 1 TO ISTATUS.
