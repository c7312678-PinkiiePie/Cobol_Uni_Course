       01 REG-RESTRICAO.
      *    DOCUMENTO NO FORMATO DO CADASTRO (CPF COM 11 DIGITOS, CNPJ
      *    COM 14). O REGISTRO DE CHAVE TODA ZERO GUARDA A DATA DA BASE
      *    IMPORTADA
           05 RST-DOCUMENTO PIC X(14).
           05 RST-TIPO-DOC PIC 9(1).
      *    OCORRENCIAS SOMADAS DE TODOS OS INFORMANTES
           05 RST-QTD PIC 9(3).
           05 RST-VALOR PIC 9(9)V99.
      *    OCORRENCIA MAIS ANTIGA E ULTIMO INFORMANTE LIDO
           05 RST-DATA-OCORRENCIA PIC 9(8).
           05 RST-INFORMANTE PIC X(30).
           05 RST-DATA-BASE PIC 9(8).
