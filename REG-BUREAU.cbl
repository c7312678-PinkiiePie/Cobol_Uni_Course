      *    LAYOUT DE TROCA COM O BUREAU DE CREDITO (SPC/SERASA) - 120
      *    POSICOES: 0 = CABECALHO / 1 = DETALHE / 9 = RODAPE. O MESMO
      *    DETALHE SERVE PARA A BASE DIARIA DE RESTRICOES, PARA A
      *    CONSULTA EM LOTE (SO TIPO E DOCUMENTO) E PARA A RESPOSTA
           01 REG-BUREAU.
               05 BUR-REGISTRO PIC X(1).
               05 BUR-CABECALHO.
                   10 BUR-H-DATA PIC 9(8).
                   10 BUR-H-ORIGEM PIC X(20).
                   10 BUR-H-ASSOCIADO PIC X(10).
                   10 FILLER PIC X(81).
               05 BUR-DETALHE REDEFINES BUR-CABECALHO.
      *            1 = CPF / 2 = CNPJ - DOCUMENTO COM ZEROS A ESQUERDA
                   10 BUR-D-TIPO-DOC PIC 9(1).
                   10 BUR-D-DOCUMENTO PIC 9(14).
      *            N = NADA CONSTA / R = COM RESTRICAO /
      *            I = DOCUMENTO INEXISTENTE NO BUREAU
                   10 BUR-D-SITUACAO PIC X(1).
                   10 BUR-D-QTD PIC 9(3).
                   10 BUR-D-VALOR PIC 9(9)V99.
                   10 BUR-D-DATA-OCORRENCIA PIC 9(8).
                   10 BUR-D-INFORMANTE PIC X(30).
                   10 FILLER PIC X(51).
               05 BUR-RODAPE REDEFINES BUR-CABECALHO.
                   10 BUR-T-QTD PIC 9(7).
                   10 FILLER PIC X(112).
