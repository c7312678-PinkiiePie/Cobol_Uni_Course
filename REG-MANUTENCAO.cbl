       01 REG-MANUTENCAO.
      *    S = CADEIA NOTURNA EM EXECUCAO - O BALCAO NAO ACEITA LOGIN
      *    I = CADEIA INTERROMPIDA POR FALHA - SO O GERENTE ENTRA
      *    N = LIBERADO
           05 MNT-SITUACAO PIC X(1).
           05 MNT-DATA PIC 9(8).
           05 MNT-HORA PIC 9(6).
      *    GERENTE QUE LIBEROU O INICIO COM SESSOES AINDA ABERTAS
           05 MNT-LIBERADOR PIC X(10).
