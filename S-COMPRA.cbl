       01 FORNECODIGO.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "FORNECEDORES".
           02 LINE 03 COL 02 VALUE "CODIGO (0 = LISTAR): ".
           02 LINE 03 COL 23 PIC 9(4) TO WS-FOR-CODIGO.
           02 LINE 05 COL 01 VALUE "******************************".
       01 FORNETELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "FORNECEDOR".
           02 LINE 03 COL 02 VALUE "CODIGO: ".
           02 LINE 03 COL 13 PIC ZZZ9 FROM WS-FOR-CODIGO.
           02 LINE 04 COL 02 VALUE "NOME: ".
           02 LINE 04 COL 13 PIC X(40) FROM WS-FOR-NOME TO WS-FOR-NOME.
           02 LINE 05 COL 02 VALUE "CONTATO: ".
           02 LINE 05 COL 13 PIC X(30)
               FROM WS-FOR-CONTATO TO WS-FOR-CONTATO.
           02 LINE 06 COL 02 VALUE "TELEFONE: ".
           02 LINE 06 COL 13 PIC X(15)
               FROM WS-FOR-TELEFONE TO WS-FOR-TELEFONE.
           02 LINE 07 COL 02 VALUE "E-MAIL: ".
           02 LINE 07 COL 13 PIC X(40)
               FROM WS-FOR-EMAIL TO WS-FOR-EMAIL.
           02 LINE 08 COL 02 VALUE "PRAZO DE ENTREGA (DIAS): ".
           02 LINE 08 COL 27 PIC 9(3)
               FROM WS-FOR-PRAZO-ENTREGA TO WS-FOR-PRAZO-ENTREGA.
           02 LINE 09 COL 02 VALUE "CONDICAO DE PAGAMENTO: ".
           02 LINE 09 COL 25 PIC X(20)
               FROM WS-FOR-CONDICAO TO WS-FOR-CONDICAO.
           02 LINE 10 COL 02 VALUE "ACEITA PEDIDOS (S/N): ".
           02 LINE 10 COL 24 PIC X(1) FROM WS-FOR-ATIVO TO WS-FOR-ATIVO.
           02 LINE 12 COL 01 VALUE "******************************".
       01 PEDIDOCOD.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PEDIDOS DE COMPRA".
           02 LINE 03 COL 02 VALUE "PEDIDO (0 = NOVO): ".
           02 LINE 03 COL 21 PIC 9(6) TO WS-PED-NUMERO.
           02 LINE 04 COL 02 VALUE "NOVO - FILME (0 = SUGESTOES): ".
           02 LINE 04 COL 32 PIC 9(6) TO CODIGO.
           02 LINE 06 COL 01 VALUE "******************************".
       01 PEDIDOTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "NOVO PEDIDO DE COMPRA".
           02 LINE 03 COL 02 VALUE "FILME: ".
           02 LINE 03 COL 13 PIC 9(6) FROM WS-CODIGO.
           02 LINE 03 COL 21 PIC X(40) FROM WS-FNOME.
           02 LINE 04 COL 02 VALUE "COPIAS: ".
           02 LINE 04 COL 13 PIC Z9 FROM WS-QTD-COPIAS.
           02 LINE 04 COL 17 VALUE "RESERVAS: ".
           02 LINE 04 COL 27 PIC 9 FROM WS-QTD-RESERVAS.
           02 LINE 04 COL 30 VALUE "SUGERIDO: ".
           02 LINE 04 COL 40 PIC Z9 FROM WS-SUG-QTD.
           02 LINE 06 COL 02 VALUE "FORNECEDOR: ".
           02 LINE 06 COL 20 PIC 9(4) TO WS-PED-FORNECEDOR.
           02 LINE 07 COL 02 VALUE "QUANTIDADE: ".
           02 LINE 07 COL 20 PIC 9(2) FROM WS-SUG-QTD TO WS-PED-QTD.
           02 LINE 08 COL 02 VALUE "CUSTO UNITARIO: ".
           02 LINE 08 COL 20 PIC 9(5)V99 TO WS-PED-CUSTO-UNIT.
           02 LINE 09 COL 02 VALUE "FILIAL DESTINO: ".
           02 LINE 09 COL 20 PIC 9(2)
               FROM WS-PED-FILIAL TO WS-PED-FILIAL.
           02 LINE 11 COL 01 VALUE "******************************".
       01 PEDIDOCONSULTA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PEDIDO DE COMPRA".
           02 LINE 03 COL 02 VALUE "PEDIDO: ".
           02 LINE 03 COL 13 PIC 9(6) FROM WS-PED-NUMERO.
           02 LINE 03 COL 21 VALUE "DE ".
           02 LINE 03 COL 24 PIC 9(8) FROM WS-PED-DATA.
           02 LINE 03 COL 34 VALUE "SITUACAO: ".
           02 LINE 03 COL 44 PIC X(1) FROM WS-PED-SITUACAO.
           02 LINE 04 COL 02 VALUE "FILME: ".
           02 LINE 04 COL 13 PIC 9(6) FROM WS-PED-CODIGO.
           02 LINE 04 COL 21 PIC X(40) FROM WS-FNOME.
           02 LINE 05 COL 02 VALUE "FORNECEDOR: ".
           02 LINE 05 COL 14 PIC 9(4) FROM WS-PED-FORNECEDOR.
           02 LINE 05 COL 21 PIC X(40) FROM WS-FOR-NOME.
           02 LINE 06 COL 02 VALUE "PEDIDA: ".
           02 LINE 06 COL 13 PIC Z9 FROM WS-PED-QTD.
           02 LINE 06 COL 17 VALUE "RECEBIDA: ".
           02 LINE 06 COL 27 PIC Z9 FROM WS-PED-RECEBIDA.
           02 LINE 06 COL 31 VALUE "CUSTO UNIT.: ".
           02 LINE 06 COL 44 PIC ZZZZ9.99 FROM WS-PED-CUSTO-UNIT.
           02 LINE 07 COL 02 VALUE "FILIAL: ".
           02 LINE 07 COL 13 PIC Z9 FROM WS-PED-FILIAL.
           02 LINE 07 COL 17 VALUE "PREVISAO: ".
           02 LINE 07 COL 27 PIC 9(8) FROM WS-PED-PREVISAO.
           02 LINE 09 COL 02 VALUE "CANCELAR SALDO DO PEDIDO (S/N): ".
           02 LINE 09 COL 35 PIC X(1) TO WS-PED-CANCELA.
           02 LINE 11 COL 01 VALUE "******************************".
       01 RECEBECOD.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "RECEBIMENTO DE COMPRA".
           02 LINE 03 COL 02 VALUE "PEDIDO: ".
           02 LINE 03 COL 13 PIC 9(6) TO WS-PED-NUMERO.
           02 LINE 05 COL 01 VALUE "******************************".
       01 RECEBETELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "RECEBIMENTO DE COMPRA".
           02 LINE 03 COL 02 VALUE "PEDIDO: ".
           02 LINE 03 COL 13 PIC 9(6) FROM WS-PED-NUMERO.
           02 LINE 04 COL 02 VALUE "FILME: ".
           02 LINE 04 COL 13 PIC 9(6) FROM WS-PED-CODIGO.
           02 LINE 04 COL 21 PIC X(40) FROM WS-FNOME.
           02 LINE 05 COL 02 VALUE "FORNECEDOR: ".
           02 LINE 05 COL 14 PIC 9(4) FROM WS-PED-FORNECEDOR.
           02 LINE 05 COL 21 PIC X(40) FROM WS-FOR-NOME.
           02 LINE 06 COL 02 VALUE "PEDIDA: ".
           02 LINE 06 COL 13 PIC Z9 FROM WS-PED-QTD.
           02 LINE 06 COL 17 VALUE "JA RECEBIDA: ".
           02 LINE 06 COL 30 PIC Z9 FROM WS-PED-RECEBIDA.
           02 LINE 06 COL 34 VALUE "FALTA: ".
           02 LINE 06 COL 41 PIC Z9 FROM WS-PED-PENDENTE.
           02 LINE 08 COL 02 VALUE "QUANTIDADE ENTREGUE: ".
           02 LINE 08 COL 24 PIC 9(2) TO WS-PED-ENTREGA.
           02 LINE 09 COL 02 VALUE "FILIAL DAS COPIAS: ".
           02 LINE 09 COL 24 PIC 9(2)
               FROM WS-PED-FILIAL TO WS-PED-FILIAL-REC.
           02 LINE 11 COL 01 VALUE "******************************".
