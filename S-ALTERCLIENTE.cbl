           02 LINE 08 COL 02 VALUE "NASC (AAAAMMDD): ".
           02 LINE 08 COL 20 PIC 9(8)
               FROM WS-DATA-NASCIMENTO TO WS-DATA-NASCIMENTO.
           02 LINE 09 COL 02 VALUE "ACEITA MALA DIRETA (S/N): ".
           02 LINE 09 COL 28 PIC X(1)
               FROM WS-CONSENTE-MARKETING TO WS-CONSENTE-MARKETING.
           02 LINE 11 COL 01 VALUE "******************************".
