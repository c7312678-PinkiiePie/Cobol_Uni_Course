           05 WS-PONTOS PIC 9(5).
           05 WS-PONTOS-VALIDADE PIC 9(8).
           05 WS-COBRANCA-ESTAGIO PIC 9(1).
           05 FILLER PIC X(176).
           05 WS-CONSENTE-MARKETING PIC X(1).
           05 WS-CONSENTE-DATA PIC 9(8).
           05 WS-ANONIMIZADO-EM PIC 9(8).
           05 WS-ASS-PLANO PIC 9(2).
           05 WS-ASS-RENOVACAO PIC 9(8).
           05 WS-ASS-VENCIMENTO PIC 9(8).
           05 WS-ASS-SITUACAO PIC X(1).
           05 WS-ASS-BOLETO PIC X(1).
           05 WS-ASS-FILIAL PIC 9(2).
           05 WS-BUREAU-SITUACAO PIC X(1).
           05 WS-BUREAU-DATA PIC 9(8).
           05 WS-BUREAU-CONDICAO PIC X(1).
