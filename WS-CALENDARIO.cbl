       01 WS-CALENDARIO EXTERNAL.
      *    P = PRIMEIRO DIA DE LOJA ABERTA A PARTIR DE DATA-INI,
      *        DEVOLVIDO EM DATA-RES
      *    A = DIAS DE LOJA ABERTA DEPOIS DO PRIMEIRO DIA ABERTO A
      *        PARTIR DE DATA-INI ATE DATA-FIM, DEVOLVIDO EM DIAS
           05 WS-CAL-FUNCAO PIC X(1).
           05 WS-CAL-FILIAL PIC 9(2).
           05 WS-CAL-DATA-INI PIC 9(8).
           05 WS-CAL-DATA-FIM PIC 9(8).
           05 WS-CAL-DATA-RES PIC 9(8).
           05 WS-CAL-DIAS PIC 9(5).
