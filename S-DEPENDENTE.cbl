       01 DEPCHAVE.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "DEPENDENTES AUTORIZADOS".
           02 LINE 03 COL 02 VALUE "CPF/CNPJ DO TITULAR: ".
           02 LINE 03 COL 23 PIC X(20) TO WS-CPF.
           02 LINE 04 COL 02 VALUE "NUMERO (0 = LISTAR): ".
           02 LINE 04 COL 23 PIC 9(2) TO WS-DEP-NUMERO.
           02 LINE 06 COL 01 VALUE "******************************".
       01 DEPTELA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "DEPENDENTE AUTORIZADO".
           02 LINE 03 COL 02 VALUE "TITULAR: ".
           02 LINE 03 COL 13 PIC X(14) FROM WS-DEP-CPF.
           02 LINE 03 COL 29 VALUE "NUMERO: ".
           02 LINE 03 COL 37 PIC Z9 FROM WS-DEP-NUMERO.
           02 LINE 04 COL 02 VALUE "NOME: ".
           02 LINE 04 COL 13 PIC X(40) FROM WS-DEP-NOME TO WS-DEP-NOME.
           02 LINE 05 COL 02 VALUE "DOCUMENTO: ".
           02 LINE 05 COL 13 PIC X(14)
               FROM WS-DEP-DOCUMENTO TO WS-DEP-DOCUMENTO.
           02 LINE 06 COL 02 VALUE "NASCIMENTO (AAAAMMDD): ".
           02 LINE 06 COL 25 PIC 9(8)
               FROM WS-DEP-NASCIMENTO TO WS-DEP-NASCIMENTO.
           02 LINE 07 COL 02
               VALUE "CLASSIFICACAO MAXIMA (99 = SEM LIMITE): ".
           02 LINE 07 COL 42 PIC 9(2)
               FROM WS-DEP-CLASSIF-MAX TO WS-DEP-CLASSIF-MAX.
           02 LINE 08 COL 02 VALUE "AUTORIZADO (S/N): ".
           02 LINE 08 COL 20 PIC X(1) FROM WS-DEP-ATIVO TO WS-DEP-ATIVO.
           02 LINE 10 COL 01 VALUE "******************************".
