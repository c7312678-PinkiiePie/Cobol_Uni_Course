       01 PLANOCODIGO.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PLANOS DE ASSINATURA".
           02 LINE 03 COL 02 VALUE "CODIGO (0 = LISTAR): ".
           02 LINE 03 COL 23 PIC 9(2) TO WS-PLN-CODIGO.
           02 LINE 05 COL 01 VALUE "******************************".
       01 PLANOTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "PLANO DE ASSINATURA".
           02 LINE 03 COL 02 VALUE "CODIGO: ".
           02 LINE 03 COL 13 PIC Z9 FROM WS-PLN-CODIGO.
           02 LINE 04 COL 02 VALUE "NOME: ".
           02 LINE 04 COL 13 PIC X(20) FROM WS-PLN-NOME TO WS-PLN-NOME.
           02 LINE 05 COL 02 VALUE "MENSALIDADE: ".
           02 LINE 05 COL 15 PIC 9(5)V99
               FROM WS-PLN-MENSALIDADE TO WS-PLN-MENSALIDADE.
           02 LINE 06 COL 02 VALUE "TITULOS AO MESMO TEMPO (1-5): ".
           02 LINE 06 COL 32 PIC 9(1)
               FROM WS-PLN-LIMITE TO WS-PLN-LIMITE.
           02 LINE 07 COL 02 VALUE "PRAZO 1 DIA (S/N): ".
           02 LINE 07 COL 22 PIC X(1)
               FROM WS-PLN-PRAZO-1 TO WS-PLN-PRAZO-1.
           02 LINE 08 COL 02 VALUE "PRAZO 3 DIAS (S/N): ".
           02 LINE 08 COL 22 PIC X(1)
               FROM WS-PLN-PRAZO-3 TO WS-PLN-PRAZO-3.
           02 LINE 09 COL 02 VALUE "PRAZO PADRAO (S/N): ".
           02 LINE 09 COL 22 PIC X(1)
               FROM WS-PLN-PRAZO-PADRAO TO WS-PLN-PRAZO-PADRAO.
           02 LINE 10 COL 02 VALUE "INCLUI LANCAMENTOS (S/N): ".
           02 LINE 10 COL 28 PIC X(1)
               FROM WS-PLN-LANCAMENTOS TO WS-PLN-LANCAMENTOS.
           02 LINE 11 COL 02 VALUE "ACEITA ADESOES (S/N): ".
           02 LINE 11 COL 24 PIC X(1) FROM WS-PLN-ATIVO TO WS-PLN-ATIVO.
           02 LINE 13 COL 01 VALUE "******************************".
       01 ASSINACPF.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "ASSINATURA DO CLIENTE".
           02 LINE 03 COL 02 VALUE "CPF/CNPJ: ".
           02 LINE 03 COL 13 PIC X(20) TO CCPF.
           02 LINE 05 COL 01 VALUE "******************************".
       01 ASSINATELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "ASSINATURA DO CLIENTE".
           02 LINE 03 COL 02 VALUE "CLIENTE: ".
           02 LINE 03 COL 13 PIC X(14) FROM WS-CPF.
           02 LINE 04 COL 13 PIC X(40) FROM WS-NOME.
           02 LINE 05 COL 02 VALUE "PLANO ATUAL: ".
           02 LINE 05 COL 15 PIC Z9 FROM WS-ASS-PLANO.
           02 LINE 05 COL 19 PIC X(10) FROM WS-ASS-SIT-DESC.
           02 LINE 06 COL 02 VALUE "RENOVACAO: ".
           02 LINE 06 COL 15 PIC 9(8) FROM WS-ASS-RENOVACAO.
           02 LINE 06 COL 26 VALUE "MENSALIDADE VENCE: ".
           02 LINE 06 COL 45 PIC 9(8) FROM WS-ASS-VENCIMENTO.
           02 LINE 08 COL 02 VALUE "PLANO (0 = SEM PLANO/CANCELAR): ".
           02 LINE 08 COL 35 PIC 9(2) FROM WS-ASS-PLANO TO WS-ASS-NOVO.
           02 LINE 09 COL 02 VALUE "MENSALIDADE POR BOLETO (S/N): ".
           02 LINE 09 COL 33 PIC X(1)
               FROM WS-ASS-BOLETO TO WS-ASS-BOLETO.
           02 LINE 11 COL 01 VALUE "******************************".
