           05 PONTOS PIC 9(5).
           05 PONTOS-VALIDADE PIC 9(8).
           05 COBRANCA-ESTAGIO PIC 9(1).
      *    ANTIGA AREA DOS ALUGUEIS EM ABERTO - HOJE EM ALUGUEIS.dat
           05 FILLER PIC X(176).
      *    CONSENTIMENTO PARA MALA DIRETA (S/N) E DATA DA ESCOLHA
           05 CONSENTE-MARKETING PIC X(1).
           05 CONSENTE-DATA PIC 9(8).
      *    DADOS PESSOAIS APAGADOS NESTA DATA (0 = CADASTRO ATIVO)
           05 ANONIMIZADO-EM PIC 9(8).
      *    ASSINATURA: PLANO (0 = SEM PLANO), PROXIMA RENOVACAO E
      *    VENCIMENTO DA MENSALIDADE EM ABERTO (0 = NADA A PAGAR)
           05 ASS-PLANO PIC 9(2).
           05 ASS-RENOVACAO PIC 9(8).
           05 ASS-VENCIMENTO PIC 9(8).
      *    A = ATIVA / S = SUSPENSA (MENSALIDADE VENCIDA) /
      *    C = CANCELADA
           05 ASS-SITUACAO PIC X(1).
      *    MENSALIDADE COBRADA POR BOLETO (S/N)
           05 ASS-BOLETO PIC X(1).
      *    FILIAL DA ADESAO - A MENSALIDADE E RECEITA DELA
           05 ASS-FILIAL PIC 9(2).
      *    CONSULTA AO BUREAU DE CREDITO NO CADASTRO: N = NADA CONSTA /
      *    R = COM RESTRICAO (CADASTRO AUTORIZADO PELO GERENTE) /
      *    I = BASE INDISPONIVEL / BRANCO = CADASTRO ANTERIOR
           05 BUREAU-SITUACAO PIC X(1).
           05 BUREAU-DATA PIC 9(8).
      *    CONDICAO DO CLIENTE COM RESTRICAO: L = UM TITULO POR VEZ /
      *    C = CAUCAO EM TODO ALUGUEL / A = AS DUAS / S = NENHUMA
           05 BUREAU-CONDICAO PIC X(1).
