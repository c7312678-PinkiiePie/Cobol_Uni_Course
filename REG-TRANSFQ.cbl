           05 TRQ-CODIGO PIC 9(6).
           05 TRQ-FILIAL-SOL PIC 9(2).
           05 TRQ-FILIAL-DET PIC 9(2).
      *    "REDISTRIBUICAO" QUANDO VEM DE PROPOSTA APROVADA PELO
      *    GERENTE E NAO DE UM CLIENTE
           05 TRQ-CPF PIC X(14).
      *    P = PENDENTE / A = ATENDIDA / C = CANCELADA
           05 TRQ-SITUACAO PIC X(1).
