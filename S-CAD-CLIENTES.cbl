           02 LINE 07 COL 13 PIC X(15) TO WS-TELEFONE.
           02 LINE 08 COL 02 VALUE "NASC (AAAAMMDD): ".
           02 LINE 08 COL 20 PIC 9(8) TO WS-DATA-NASCIMENTO.
           02 LINE 09 COL 02 VALUE "ACEITA MALA DIRETA (S/N): ".
           02 LINE 09 COL 28 PIC X(1) TO WS-CONSENTE-MARKETING.
           02 LINE 11 COL 01 VALUE "******************************".
       01 BUREAUTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "CLIENTE COM RESTRICAO NO BUREAU".
           02 LINE 03 COL 02 VALUE "CPF/CNPJ: ".
           02 LINE 03 COL 14 PIC X(14) FROM WS-CPF.
           02 LINE 04 COL 02 VALUE "OCORRENCIAS: ".
           02 LINE 04 COL 16 PIC ZZ9 FROM WS-RST-QTD.
           02 LINE 04 COL 22 VALUE "VALOR: ".
           02 LINE 04 COL 29 PIC ZZZZZZZZ9.99 FROM WS-RST-VALOR.
           02 LINE 05 COL 02 VALUE "MAIS ANTIGA: ".
           02 LINE 05 COL 16 PIC 9(8) FROM WS-RST-DATA.
           02 LINE 05 COL 26 VALUE "BASE DE: ".
           02 LINE 05 COL 35 PIC 9(8) FROM WS-BUR-BASE.
           02 LINE 06 COL 02 VALUE "INFORMANTE: ".
           02 LINE 06 COL 16 PIC X(30) FROM WS-RST-INFORMANTE.
           02 LINE 08 COL 02 VALUE "CONDICAO PARA ALUGAR:".
           02 LINE 09 COL 02 VALUE "L = UM TITULO POR VEZ".
           02 LINE 10 COL 02 VALUE "C = CAUCAO EM TODO ALUGUEL".
           02 LINE 11 COL 02 VALUE "A = AS DUAS / S = NENHUMA".
           02 LINE 12 COL 02 VALUE "CONDICAO: ".
           02 LINE 12 COL 14 PIC X(1) TO WS-BUREAU-CONDICAO.
           02 LINE 14 COL 02 VALUE "AUTORIZACAO DO GERENTE".
           02 LINE 15 COL 02 VALUE "GERENTE: ".
           02 LINE 15 COL 14 PIC X(10) TO WS-EST-GERENTE.
           02 LINE 16 COL 02 VALUE "SENHA: ".
           02 LINE 16 COL 14 PIC X(10) TO WS-EST-SENHA SECURE.
           02 LINE 18 COL 01 VALUE "******************************".
