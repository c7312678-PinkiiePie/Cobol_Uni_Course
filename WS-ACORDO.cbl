       01 WS-ACORDO EXTERNAL.
      *    S = SIMULA O PARCELAMENTO (SALDO, DESCONTO, ENTRADA,
      *        QTD-PARCELAS, PRIMEIRO-VENC) E DEVOLVE AS PARCELAS
      *    C = CONSULTA O ACORDO ATIVO DO CPF
      *    P = ABATE NAS PARCELAS DO ACORDO ATIVO O VALOR PAGO
      *    E = DESFAZ NAS PARCELAS O PAGAMENTO ESTORNADO
      *    G = GRAVA O ACORDO SIMULADO COM OS MESMOS DADOS DO S MAIS
      *        OPERADOR, FILIAL, ESTAGIO DE COBRANCA E BOLETO
      *    RC: 0 = OK / 1 = SEM ACORDO ATIVO / 2 = DADOS INVALIDOS /
      *        9 = ERRO NO ARQUIVO DE ACORDOS
           05 WS-ACD-FUNCAO PIC X(1).
           05 WS-ACD-CPF PIC X(14).
           05 WS-ACD-DATA PIC 9(8).
           05 WS-ACD-SALDO PIC 9(7)V99.
           05 WS-ACD-DESCONTO PIC 9(5)V99.
           05 WS-ACD-ENTRADA PIC 9(5)V99.
           05 WS-ACD-QTD-PARCELAS PIC 9(2).
           05 WS-ACD-PRIMEIRO-VENC PIC 9(8).
      *    P / E: VALOR PAGO OU ESTORNADO; NA VOLTA, QUANTO DELE
      *    FOI ABATIDO (OU DEVOLVIDO) NAS PARCELAS
           05 WS-ACD-VALOR PIC 9(7)V99.
           05 WS-ACD-OPERADOR PIC X(10).
           05 WS-ACD-FILIAL PIC 9(2).
           05 WS-ACD-ESTAGIO PIC 9(1).
           05 WS-ACD-BOLETO PIC X(1).
           05 WS-ACD-RC PIC 9(1).
           05 WS-ACD-MENSAGEM PIC X(40).
      *    RETORNO: TOTAL NEGOCIADO, EM ABERTO, PROXIMO VENCIMENTO,
      *    SITUACAO E AS PARCELAS (A ENTRADA, SE HOUVER, E A PRIMEIRA)
           05 WS-ACD-TOTAL PIC 9(7)V99.
           05 WS-ACD-ABERTO PIC 9(7)V99.
           05 WS-ACD-PROX-VENC PIC 9(8).
           05 WS-ACD-SITUACAO PIC X(1).
           05 WS-ACD-SEQ PIC 9(2).
           05 WS-ACD-QTD PIC 9(2).
           05 WS-ACD-PARCELA OCCURS 13 TIMES.
               10 WS-ACD-PAR-TIPO PIC X(1).
               10 WS-ACD-PAR-VENC PIC 9(8).
               10 WS-ACD-PAR-VALOR PIC 9(5)V99.
               10 WS-ACD-PAR-PAGO PIC 9(5)V99.
