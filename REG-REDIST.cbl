       01 REG-REDIST.
           05 RED-NUMERO PIC 9(6).
           05 RED-DATA PIC 9(8).
           05 RED-CODIGO PIC 9(6).
      *    FILIAL COM COPIAS PARADAS E FILIAL QUE PRECISA DELAS
           05 RED-FILIAL-ORIG PIC 9(2).
           05 RED-FILIAL-DEST PIC 9(2).
           05 RED-QTD PIC 9(2).
      *    BASE DA PROPOSTA: PRATELEIRA, ALUGUEIS NAS 4 SEMANAS E FILA
      *    (RESERVAS MAIS TRANSFERENCIAS PENDENTES) DE CADA FILIAL
           05 RED-LIVRES-ORIG PIC 9(2).
           05 RED-ALUGUEIS-ORIG PIC 9(4).
           05 RED-FILA-ORIG PIC 9(3).
           05 RED-LIVRES-DEST PIC 9(2).
           05 RED-ALUGUEIS-DEST PIC 9(4).
           05 RED-FILA-DEST PIC 9(3).
      *    P = PENDENTE / A = APROVADA (FOI PARA A FILA DE
      *    TRANSFERENCIA) / R = RECUSADA / E = SUBSTITUIDA PELA
      *    PROPOSTA DA SEMANA SEGUINTE
           05 RED-SITUACAO PIC X(1).
           05 RED-OPERADOR PIC X(10).
           05 RED-DECISAO PIC 9(8).
