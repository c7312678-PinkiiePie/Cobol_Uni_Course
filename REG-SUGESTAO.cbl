       01 REG-SUGESTAO.
           05 SUG-CODIGO PIC 9(6).
           05 SUG-DATA PIC 9(8).
      *    COPIAS SUGERIDAS, JA DESCONTADO O QUE ESTA EM PEDIDO
           05 SUG-QTD PIC 9(2).
      *    FILIAL COM MAIS PEDIDOS DE TRANSFERENCIA (0 = SEM INDICACAO)
           05 SUG-FILIAL PIC 9(2).
      *    BASE DO CALCULO: COPIAS EM CIRCULACAO, FILA (RESERVAS MAIS
      *    TRANSFERENCIAS PENDENTES), ALUGUEIS NO PERIODO E COPIAS
      *    AINDA NAO ENTREGUES DOS PEDIDOS EM ABERTO
           05 SUG-COPIAS PIC 9(2).
           05 SUG-FILA PIC 9(3).
           05 SUG-ALUGUEIS PIC 9(5).
           05 SUG-EM-PEDIDO PIC 9(3).
      *    P = PENDENTE / C = CONVERTIDA EM PEDIDO
           05 SUG-SITUACAO PIC X(1).
