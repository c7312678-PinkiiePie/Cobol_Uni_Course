           05 WS-PAR-PONTOS-RESGATE PIC 9(3).
           05 WS-PAR-PONTOS-PRAZO-DIAS PIC 9(3).
           05 WS-PAR-GERACOES-JORNAL PIC 9(2).
           05 WS-PAR-ALIQUOTA-ISS PIC 9(2)V99.
      *    PRESTADOR NO CADASTRO DA PREFEITURA: INSCRICAO MUNICIPAL
      *    (0 = NAO INFORMADA) E CODIGO DO SERVICO NA LISTA DA LC 116
           05 WS-PAR-INSCRICAO-MUN PIC 9(8).
           05 WS-PAR-COD-SERVICO PIC 9(5).
      *    PRAZO DA ADQUIRENTE PARA CREDITAR CADA FORMA (DIAS)
           05 WS-PAR-LIQ-DEBITO PIC 9(2).
           05 WS-PAR-LIQ-CREDITO PIC 9(2).
           05 WS-PAR-LIQ-PIX PIC 9(2).
      *    ANOS SEM MOVIMENTO PARA ANONIMIZAR O CADASTRO
           05 WS-PAR-LGPD-ANOS PIC 9(2).
      *    VALIDADE DO VALE-PRESENTE A PARTIR DA EMISSAO
           05 WS-PAR-VALE-PRAZO-DIAS PIC 9(4).
      *    DIAS PARA PAGAR A MENSALIDADE DO PLANO DEPOIS DE LANCADA
           05 WS-PAR-ASS-CARENCIA PIC 9(2).
      *    ALUGUEIS POR COPIA EM 30 DIAS QUE JUSTIFICAM COMPRAR MAIS
           05 WS-PAR-COMPRA-GIRO PIC 9(2).
      *    MESES PARA DEPRECIAR O CUSTO DE UMA COPIA (LINEAR)
           05 WS-PAR-VIDA-UTIL PIC 9(3).
      *    COPIAS DE UM TITULO QUE FICAM NA PRATELEIRA DE CADA FILIAL
      *    NA REDISTRIBUICAO ENTRE FILIAIS
           05 WS-PAR-REDIST-MINIMO PIC 9(2).
      *    DIAS DE MALOTE ACEITOS ANTES DE A COPIA EM TRANSITO ENTRAR
      *    NO RELATORIO DE EXCECAO
           05 WS-PAR-TRANSITO-DIAS PIC 9(2).
      *    COMISSAO DOS ATENDENTES: % SOBRE PACOTES E COPIAS VENDIDAS,
      *    VALOR POR CLIENTE CADASTRADO E BONUS AO ATINGIR A QUANTIDADE
      *    DE LOCACOES NO MES
           05 WS-PAR-COM-PACOTE PIC 9(2)V99.
           05 WS-PAR-COM-VENDA PIC 9(2)V99.
           05 WS-PAR-COM-CLIENTE PIC 9(3)V99.
           05 WS-PAR-COM-BONUS-QTD PIC 9(4).
           05 WS-PAR-COM-BONUS-VALOR PIC 9(5)V99.
      *    ACORDO DE DIVIDA: MAXIMO DE PARCELAS E DIAS DE TOLERANCIA
      *    PARA UMA PARCELA VENCIDA ANTES DE O ACORDO SER CANCELADO
           05 WS-PAR-ACORDO-PARCELAS PIC 9(2).
           05 WS-PAR-ACORDO-TOLERANCIA PIC 9(2).
      *    CAUCAO MINIMA DE CADA ALUGUEL DO CLIENTE COM RESTRICAO NO
      *    BUREAU DE CREDITO LIBERADO PELO GERENTE COM CAUCAO
           05 WS-PAR-BUREAU-CAUCAO PIC 9(3)V99.
      *    TITULOS EM PODER DO CLIENTE AO MESMO TEMPO, POR TIPO DE
      *    CLIENTE (PESSOA FISICA / PESSOA JURIDICA)
           05 WS-PAR-LIMITE-PF PIC 9(3).
           05 WS-PAR-LIMITE-PJ PIC 9(3).
      *    DIAS QUE AS COPIAS DATADAS DOS RELATORIOS DO NOTURNO FICAM
      *    GUARDADAS ANTES DO EXPURGO
           05 WS-PAR-RETENCAO-REL PIC 9(3).
