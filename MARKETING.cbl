           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM GUARDA-CONTATO THRU FIM-GUARDA-CONTATO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       FIM-CARREGA-CAD.
           CONTINUE.
       GUARDA-CONTATO.
      *    SEM CONSENTIMENTO DO TITULAR NAO HA MALA DIRETA
           IF CONSENTE-MARKETING NOT = 'S'
               GO TO FIM-GUARDA-CONTATO
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CLI-QTD
                      OR WS-CLI-CPF(WS-I) = CCPF(1:14)
               MOVE ENDERECO TO WS-CLI-ENDER(WS-I)
               MOVE TELEFONE TO WS-CLI-FONE(WS-I)
           END-IF.
       FIM-GUARDA-CONTATO.
           CONTINUE.
       GERA-WINBACK.
           OPEN OUTPUT ARQ-WINBACK.
           MOVE "LISTA WIN-BACK - INATIVOS HA MAIS DE 90 DIAS"
