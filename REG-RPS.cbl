       01 REG-RPS.
           05 RPS-CHAVE.
               10 RPS-FILIAL PIC 9(2).
               10 RPS-NUMERO PIC 9(8).
      *    M + CHAVE DO MOVIMENTO / F + MES + CNPJ DA FATURA
           05 RPS-ORIGEM PIC X(21).
           05 RPS-DATA-EMISSAO PIC 9(8).
      *    TIPO DO MOVIMENTO (A N D S Q V) OU F = FATURA MENSAL
           05 RPS-TIPO-MOV PIC X(1).
           05 RPS-CPF PIC X(14).
           05 RPS-VALOR PIC 9(7)V99.
           05 RPS-ALIQUOTA PIC 9(2)V99.
           05 RPS-ISS PIC 9(7)V99.
      *    P = A ENVIAR / E = ENVIADO / A = NFS-E EMITIDA /
      *    R = REJEITADO PELA PREFEITURA / C = ESTORNADO, NFS-E A
      *    CANCELAR NA PREFEITURA / X = CANCELADO
           05 RPS-SITUACAO PIC X(1).
           05 RPS-DATA-ENVIO PIC 9(8).
           05 RPS-NFSE-NUMERO PIC 9(12).
           05 RPS-NFSE-VERIFICA PIC X(9).
           05 RPS-MOTIVO PIC X(40).
