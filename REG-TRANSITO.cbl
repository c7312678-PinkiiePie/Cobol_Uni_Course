       01 REG-TRANSITO.
      *    UMA LINHA POR COPIA NO MALOTE ENTRE FILIAIS - SAI QUANDO A
      *    FILIAL DESTINO CONFIRMA A CHEGADA
           05 TRN-CHAVE.
               10 TRN-CODIGO PIC 9(6).
               10 TRN-COPIA PIC 9(2).
           05 TRN-ORIGEM PIC 9(2).
           05 TRN-DESTINO PIC 9(2).
           05 TRN-DATA-ENVIO PIC 9(8).
           05 TRN-HORA-ENVIO PIC 9(6).
           05 TRN-OPERADOR PIC X(10).
      *    ROMANEIO EM QUE A COPIA SAIU (ZEROS = AINDA NAO IMPRESSO)
           05 TRN-ROMANEIO-DATA PIC 9(8).
           05 TRN-ROMANEIO-HORA PIC 9(6).
