       01 ESTCHAVE.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "ESTORNO DE MOVIMENTO".
           02 LINE 03 COL 02 VALUE "DATA (AAAAMMDD): ".
           02 LINE 03 COL 20 PIC 9(8) TO WS-EST-DATA.
           02 LINE 04 COL 02 VALUE "HORA (HHMMSS): ".
           02 LINE 04 COL 20 PIC 9(6) TO WS-EST-HORA.
           02 LINE 05 COL 02 VALUE "SEQUENCIA: ".
           02 LINE 05 COL 20 PIC 9(3) TO WS-EST-SEQ.
           02 LINE 06 COL 02 VALUE "MOTIVO: ".
           02 LINE 06 COL 20 PIC X(30) TO WS-EST-MOTIVO.
           02 LINE 08 COL 01 VALUE "******************************".
       01 ESTAUTORIZA.
           02 BLANK SCREEN.
           02 LINE 01 COL 01 VALUE "******************************".
           02 LINE 02 COL 05 VALUE "AUTORIZACAO DO GERENTE".
           02 LINE 03 COL 02 VALUE "ESTORNAR: ".
           02 LINE 03 COL 14 PIC X(20) FROM WS-TIPO-DESC.
           02 LINE 04 COL 02 VALUE "CPF/CNPJ: ".
           02 LINE 04 COL 14 PIC X(14) FROM WS-EST-CPF.
           02 LINE 05 COL 02 VALUE "GERENTE: ".
           02 LINE 05 COL 14 PIC X(10) TO WS-EST-GERENTE.
           02 LINE 06 COL 02 VALUE "SENHA: ".
           02 LINE 06 COL 14 PIC X(10) TO WS-EST-SENHA SECURE.
           02 LINE 08 COL 01 VALUE "******************************".
