           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-11.
       SELECT ARQ-CALENDARIO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-12.
       SELECT ARQ-PROMOCOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PROMO-CODIGO
               FILE STATUS IS WS-FS-13.
       SELECT ARQ-DEPENDENTES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-FS-14.
       SELECT ARQ-ESTORNOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS EST-ORIGEM
               FILE STATUS IS WS-FS-15.
       SELECT ARQ-VALES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS VP-NUMERO
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-16.
       SELECT ARQ-PLANOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PLN-CODIGO
               FILE STATUS IS WS-FS-17.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-FS-18.
       SELECT ARQ-PEDIDOS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PED-NUMERO
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-19.
       SELECT ARQ-SUGESTOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS SUG-CODIGO
               FILE STATUS IS WS-FS-20.
       SELECT ARQ-PATRIMONIO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PAT-CHAVE
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-21.
       SELECT ARQ-REDIST
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RED-NUMERO
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-22.
       SELECT ARQ-FAIXAS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS FXP-FAIXA
               FILE STATUS IS WS-FS-23.
       SELECT ARQ-HISTPRECO
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-24.
       SELECT ARQ-TRANSITO
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS TRN-CHAVE
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-25.
       SELECT ARQ-ROMANEIO
           ASSIGN TO DYNAMIC WS-ROM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-26.
       SELECT ARQ-RESTRICOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM RECORD KEY IS RST-DOCUMENTO
               FILE STATUS IS WS-FS-27.
       SELECT ARQ-ALUGUEIS
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS ALU-CHAVE
               ALTERNATE RECORD KEY IS ALU-TITULO
               ALTERNATE RECORD KEY IS ALU-DATA-DEVOLUCAO
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-28.
       SELECT ARQ-RELARQ
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS RAQ-CHAVE
               FILE STATUS IS WS-FS-29.
       SELECT ARQ-RELVER
           ASSIGN TO DYNAMIC WS-RV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-30.
       SELECT ARQ-MANUT
           ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-31.
       SELECT ARQ-SESSOES
           ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS SES-CHAVE
               FILE STATUS IS WS-FS-32.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.dat".
           COPY REG-TRANSFQ.
       FD ARQ-AVTRANSF VALUE OF FILE-ID IS "AVISOS-TRANSF.txt".
           01 AVTRANSF-LINHA PIC X(80).
       FD ARQ-CALENDARIO VALUE OF FILE-ID IS "CALENDARIO.dat".
           COPY REG-CALENDARIO.
       FD ARQ-PROMOCOES VALUE OF FILE-ID IS "PROMOCOES.dat".
           COPY REG-PROMOCAO.
       FD ARQ-DEPENDENTES VALUE OF FILE-ID IS "DEPENDENTES.dat".
           COPY REG-DEPENDENTE.
       FD ARQ-ESTORNOS VALUE OF FILE-ID IS "ESTORNOS.dat".
           COPY REG-ESTORNO.
       FD ARQ-VALES VALUE OF FILE-ID IS "VALEPRESENTE.dat".
           COPY REG-VALE.
       FD ARQ-PLANOS VALUE OF FILE-ID IS "PLANOS.dat".
           COPY REG-PLANO.
       FD ARQ-FORNECEDORES VALUE OF FILE-ID IS "FORNECEDORES.dat".
           COPY REG-FORNECEDOR.
       FD ARQ-PEDIDOS VALUE OF FILE-ID IS "PEDIDOS-COMPRA.dat".
           COPY REG-PEDIDO.
       FD ARQ-SUGESTOES VALUE OF FILE-ID IS "SUGESTOES-COMPRA.dat".
           COPY REG-SUGESTAO.
       FD ARQ-PATRIMONIO VALUE OF FILE-ID IS "PATRIMONIO.dat".
           COPY REG-PATRIMONIO.
       FD ARQ-REDIST VALUE OF FILE-ID IS "PROPOSTAS-REDIST.dat".
           COPY REG-REDIST.
       FD ARQ-FAIXAS VALUE OF FILE-ID IS "FAIXAS-PRECO.dat".
           COPY REG-FAIXA.
       FD ARQ-HISTPRECO VALUE OF FILE-ID IS "PRECOS-HIST.dat".
           COPY REG-HISTPRECO.
       FD ARQ-TRANSITO VALUE OF FILE-ID IS "EM-TRANSITO.dat".
           COPY REG-TRANSITO.
       FD ARQ-ROMANEIO.
           01 ROM-LINHA PIC X(100).
       FD ARQ-RESTRICOES VALUE OF FILE-ID IS "RESTRICOES.dat".
           COPY REG-RESTRICAO.
       FD ARQ-ALUGUEIS VALUE OF FILE-ID IS "ALUGUEIS.dat".
           COPY REG-ALUGUEL.
       FD ARQ-RELARQ VALUE OF FILE-ID IS "RELATORIOS.dat".
           COPY REG-RELARQ.
       FD ARQ-RELVER.
           01 RELVER-LINHA PIC X(200).
       FD ARQ-MANUT VALUE OF FILE-ID IS "MANUTENCAO.dat".
           COPY REG-MANUTENCAO.
       FD ARQ-SESSOES VALUE OF FILE-ID IS "SESSOES.dat".
           COPY REG-SESSAO.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
           77 WS-FS-9 PIC 99.
           77 WS-FS-10 PIC 99.
           77 WS-FS-11 PIC 99.
           77 WS-FS-12 PIC 99.
           77 WS-FS-13 PIC 99.
           77 WS-FS-14 PIC 99.
           77 WS-FS-15 PIC 99.
           77 WS-FS-16 PIC 99.
           77 WS-FS-17 PIC 99.
           77 WS-FS-18 PIC 99.
           77 WS-FS-19 PIC 99.
           77 WS-FS-20 PIC 99.
           77 WS-FS-21 PIC 99.
           77 WS-FS-22 PIC 99.
           77 WS-FS-23 PIC 99.
           77 WS-FS-24 PIC 99.
           77 WS-FS-25 PIC 99.
           77 WS-FS-26 PIC 99.
           77 WS-FS-27 PIC 99.
           77 WS-FS-28 PIC 99.
           77 WS-FS-29 PIC 99.
           77 WS-FS-30 PIC 99.
           77 WS-FS-31 PIC 99.
           77 WS-FS-32 PIC 99.
      *    ALUGUEIS EM ABERTO DO CLIENTE (ARQUIVO ALUGUEIS.dat)
           77 WS-ALU-QTD PIC 9(3).
           77 WS-ALU-QTD-PLANO PIC 9(3).
           77 WS-ALU-QTD-HOJE PIC 9(3).
           77 WS-ALU-LIMITE PIC 9(3).
           77 WS-ALU-EOF PIC X.
           77 WS-ALU-ACHOU PIC X.
           77 WS-ALU-ACAO PIC X.
           77 WS-ALU-BUSCA-CODIGO PIC 9(6).
           77 WS-ALU-BUSCA-COPIA PIC 9(2).
           77 WS-ALU-BUSCA-DATA PIC 9(8).
      *    RELATORIOS GUARDADOS PELO NOTURNO (RELATORIOS.dat)
           77 WS-RA-FILTRO PIC X(20).
           77 WS-RA-DATA-INI PIC 9(8).
           77 WS-RA-EOF PIC X.
           77 WS-RA-QTD PIC 9(2).
           77 WS-RA-LISTAS PIC 9(3).
           77 WS-RA-ESCOLHA PIC 9(2).
           77 WS-RV-NOME PIC X(40).
           77 WS-RV-TITULO PIC X(20).
           77 WS-RV-DATA PIC 9(8).
           77 WS-RV-PAGINA PIC 9(5).
           77 WS-RV-PAGINAS PIC 9(5).
           77 WS-RV-COLUNA PIC 9(3).
           77 WS-RV-CMD PIC X.
           77 WS-RV-PULAR PIC 9(7).
           77 WS-RV-EOF PIC X.
           77 WS-RV-K PIC 9(2).
           77 WS-LINHAS-PAGINA PIC 9(2) VALUE 20.
      *    BLOQUEIO DO BALCAO DURANTE A CADEIA NOTURNA
           77 WS-MNT-ATIVA PIC X VALUE 'N'.
           77 WS-MNT-CONFIRMA PIC X.
           77 WS-AVISO-MANUT PIC X(60) VALUE SPACES.
           77 WS-SESSAO-INICIO PIC 9(14).
      *    ROMANEIO DO MALOTE: ROMANEIO-FF-AAAAMMDD-HHMMSS.txt
           01 WS-ROM-NOME.
               05 FILLER PIC X(9) VALUE "ROMANEIO-".
               05 WS-ROM-FILIAL PIC 9(2).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-ROM-DATA PIC 9(8).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-ROM-HORA PIC 9(6).
               05 FILLER PIC X(4) VALUE ".txt".
           77 WS-ROM-QTD PIC 9(3).
           77 WS-TRN-EOF PIC X.
           77 WS-TRN-ACHOU PIC X.
           77 WS-TRN-DIAS PIC 9(5).
           77 WS-TEM-OUTRA PIC X.
           77 WS-RESP-TRANSF PIC X.
           77 WS-TRQ-FILIAL PIC 9(2).
           77 WS-OPR-SENHA PIC X(10).
           77 WS-OPR-NIVEL PIC 9(1).
           77 WS-OPR-ATIVO PIC X(1).
           77 WS-CLD-DATA PIC 9(8).
           77 WS-CLD-FILIAL PIC 9(2).
           77 WS-CLD-SITUACAO PIC X(1).
           77 WS-CLD-DESCRICAO PIC X(30).
           77 WS-CLD-QTD PIC 9(2).
           77 WS-CLD-EOF PIC X.
           77 WS-PRO-K PIC 9(2).
           77 WS-PRO-DIA PIC 9(1).
           77 WS-PRO-CONT PIC 9(2).
           77 WS-PRO-QTD PIC 9(2).
           77 WS-PRO-EOF PIC X.
           77 WS-PRO-OK PIC X.
           77 WS-PRO-ACHOU PIC X.
           77 WS-PRO-MELHOR PIC 9(4).
           77 WS-PRO-APLICADA PIC X(30).
           77 WS-DESC-CAND PIC 9(5)V99.
           77 WS-DESCONTO PIC 9(5)V99.
           77 WS-LOG-DESCONTO PIC 9(5)V99 VALUE 0.
           77 WS-LOG-PROMOCAO PIC 9(4) VALUE 0.
           77 WS-LOG-FORMA PIC 9(1) VALUE 0.
           77 WS-LOG-NSU PIC X(12) VALUE SPACES.
           77 WS-FORMA-PAGTO PIC 9(1).
           77 WS-NSU PIC X(12).
           77 WS-FORMA-OK PIC X.
           77 WS-FORMA-DESC PIC X(8).
           77 WS-CONSENTE-ANT PIC X(1).
           77 WS-DEP-SEL PIC 9(2).
           77 WS-DEP-ACHOU PIC X.
           77 WS-DEP-EOF PIC X.
           77 WS-DEP-QTD PIC 9(2).
           77 WS-LOG-DEPENDENTE PIC 9(2) VALUE 0.
           77 WS-LOG-COPIA PIC 9(2) VALUE 0.
           77 WS-RETIRA-NOME PIC X(40).
           77 WS-RETIRA-DOC PIC X(14).
           77 WS-NASC-REF PIC 9(8).
           77 WS-LOG-REF PIC X(17).
           77 WS-EST-DATA PIC 9(8).
           77 WS-EST-HORA PIC 9(6).
           77 WS-EST-SEQ PIC 9(3).
           77 WS-EST-MOTIVO PIC X(30).
           77 WS-EST-GERENTE PIC X(10).
           77 WS-EST-SENHA PIC X(10).
           77 WS-EST-OK PIC X.
           77 WS-EST-ACHOU PIC X.
           77 WS-EST-EOF PIC X.
           77 WS-EST-SEGUE PIC X.
           77 WS-EST-TIPO PIC X(1).
           77 WS-EST-CPF PIC X(14).
           77 WS-EST-CODIGO PIC 9(6).
           77 WS-EST-COPIA PIC 9(2).
           77 WS-EST-PRAZO PIC 9(3).
           77 WS-EST-ALUGADO-EM PIC 9(8).
           77 WS-EST-DEVOLVER-EM PIC 9(8).
           77 WS-EST-ALU-PLANO PIC X.
           77 WS-EST-DESCONTO PIC 9(5)V99.
           77 WS-EST-PONTOS PIC 9(5).
           77 WS-EST-CAUCAO PIC 9(5)V99.
           77 WS-EST-AJUSTE PIC S9(6)V99.
           77 WS-EST-K PIC 9(1).
           77 WS-EST-QTD PIC 9(1).
           77 WS-EST-ACO-VALOR PIC 9(5)V99.
           77 WS-VP-NUMERO PIC X(12).
           77 WS-VP-CARTAO PIC X(12).
           77 WS-VP-VALOR PIC 9(5)V99.
           77 WS-VP-USO PIC 9(5)V99.
           77 WS-VP-SALDO-REST PIC 9(5)V99.
           77 WS-VP-OK PIC X.
           77 WS-VP-SITUACAO-DESC PIC X(12).
           77 WS-ACEITA-VALE PIC X VALUE 'N'.
           77 WS-PLN-ACHOU PIC X.
           77 WS-PLN-EOF PIC X.
           77 WS-PLN-QTD PIC 9(2).
           77 WS-PLN-USADOS PIC 9(3).
           77 WS-USA-PLANO PIC X VALUE 'N'.
           77 WS-PLANO-EM-DIA PIC X.
           77 WS-PLANO-FORA PIC X.
           77 WS-LANCAMENTO PIC X.
           77 WS-RESP-AVULSO PIC X.
           77 WS-ASS-NOVO PIC 9(2).
           77 WS-ASS-ANTERIOR PIC 9(2).
           77 WS-ASS-SIT-DESC PIC X(10).
           77 WS-ASS-EVENTO PIC X.
           77 WS-ASS-VALOR PIC 9(5)V99.
           77 WS-FOR-ACHOU PIC X.
           77 WS-FOR-EOF PIC X.
           77 WS-FOR-QTD PIC 9(2).
           77 WS-PED-ACHOU PIC X.
           77 WS-PED-EOF PIC X.
           77 WS-PED-ULTIMO PIC 9(6).
           77 WS-PED-PENDENTE PIC 9(2).
           77 WS-PED-ENTREGA PIC 9(2).
           77 WS-PED-FILIAL-REC PIC 9(2).
           77 WS-PED-CANCELA PIC X(1).
           77 WS-PED-VALOR PIC 9(7)V99.
           77 WS-SUG-ACHOU PIC X.
           77 WS-SUG-QTD PIC 9(2).
           77 WS-SUG-LISTA PIC 9(2).
           77 WS-COPIA-PROX PIC 9(2).
           77 WS-COPIA-PRIMEIRA PIC 9(2).
           77 WS-PAT-EVENTO PIC X(1).
           77 WS-PAT-ORIGEM PIC X(1).
           77 WS-PAT-VALOR-MOV PIC 9(5)V99.
           77 WS-PAT-ACHOU PIC X(1).
           77 WS-PAT-EOF PIC X(1).
           77 WS-PAT-CONTABIL PIC 9(5)V99.
           77 WS-RED-SEL PIC 9(6).
           77 WS-RED-RESP PIC X(1).
           77 WS-RED-LISTA PIC 9(2).
           77 WS-RED-EOF PIC X(1).
           77 WS-RED-K PIC 9(2).
           77 WS-FXP-NOME PIC X(12).
           77 WS-FXP-ACHOU PIC X(1).
           77 WS-FXP-EOF PIC X(1).
      *    PRECOS DO FILME ANTES DE UMA ALTERACAO, PARA O HISTORICO
           77 WS-ANT-FAIXA PIC X(1).
           77 WS-ANT-DIARIA PIC 9(3)V99.
           77 WS-ANT-PRAZO-1 PIC 9(3)V99.
           77 WS-ANT-PRAZO-3 PIC 9(3)V99.
           77 WS-ANT-CAUCAO PIC X(1).
           77 WS-ANT-CAUCAO-VALOR PIC 9(5)V99.
      *    PRECOS EM VIGOR QUANDO O ALUGUEL EM ABERTO FOI FEITO
           77 WS-ALG-DIARIA PIC 9(3)V99.
           77 WS-ALG-PRAZO-1 PIC 9(3)V99.
           77 WS-ALG-PRAZO-3 PIC 9(3)V99.
           77 WS-ALG-DATA PIC 9(8).
           77 WS-ALG-HORA PIC 9(6).
           77 WS-HPR-EOF PIC X(1).
           77 WS-LOGARQ-NOME PIC X(25).
           77 WS-LOG-GRAVADO PIC X.
           77 WS-ARQ-EOF PIC X.
           77 WS-PRM-PTS-RESGATE PIC 9(3).
           77 WS-PRM-PTS-PRAZO PIC 9(3).
           77 WS-PRM-GERACOES PIC 9(2).
           77 WS-PRM-ISS PIC 9(2)V99.
           77 WS-PRM-INSCRICAO PIC 9(8).
           77 WS-PRM-SERVICO PIC 9(5).
           77 WS-PRM-LIQ-DEB PIC 9(2).
           77 WS-PRM-LIQ-CRED PIC 9(2).
           77 WS-PRM-LIQ-PIX PIC 9(2).
           77 WS-PRM-LGPD PIC 9(2).
           77 WS-PRM-VALE PIC 9(4).
           77 WS-PRM-ASS PIC 9(2).
           77 WS-PRM-GIRO PIC 9(2).
           77 WS-PRM-VIDA PIC 9(3).
           77 WS-PRM-REDIST PIC 9(2).
           77 WS-PRM-TRANSITO PIC 9(2).
           77 WS-PRM-COM-PAC PIC 9(2)V99.
           77 WS-PRM-COM-VENDA PIC 9(2)V99.
           77 WS-PRM-COM-CLI PIC 9(3)V99.
           77 WS-PRM-BONUS-QTD PIC 9(4).
           77 WS-PRM-BONUS-VAL PIC 9(5)V99.
           77 WS-PRM-ACO-PARC PIC 9(2).
           77 WS-PRM-ACO-TOL PIC 9(2).
           77 WS-PRM-BUR-CAUCAO PIC 9(3)V99.
           77 WS-PRM-LIMITE-PF PIC 9(3).
           77 WS-PRM-LIMITE-PJ PIC 9(3).
           77 WS-PRM-RETENCAO PIC 9(3).
      *    CONSULTA AO BUREAU NO CADASTRO DO CLIENTE
           77 WS-BUR-OK PIC X.
           77 WS-BUR-BASE PIC 9(8).
           77 WS-BUR-DIAS PIC S9(5).
           77 WS-BUR-APROVADOR PIC X(10).
           77 WS-RST-QTD PIC 9(3).
           77 WS-RST-VALOR PIC 9(9)V99.
           77 WS-RST-DATA PIC 9(8).
           77 WS-RST-INFORMANTE PIC X(30).
      *    O QUE FOI NEGADO QUANDO O GERENTE NAO CONFIRMA A SENHA
           77 WS-AUT-ACAO PIC X(16).
           77 WS-ACO-CONFIRMA PIC X(1).
           77 WS-ACO-FORA PIC S9(7)V99.
           77 WS-RESP-PONTOS PIC X(1).
           77 WS-USA-PONTOS PIC X VALUE 'N'.
           77 WS-PRAZO-SEL PIC 9(1).
           01 WS-ARQ-MES-DET.
               05 WS-ARQ-MES-ANO PIC 9(4).
               05 WS-ARQ-MES-MES PIC 9(2).
      *    DATA MAIS UM MES - DIA LIMITADO A 28 PARA VALER EM
      *    QUALQUER MES
           01 WS-MES-SEGUINTE.
               05 WS-MS-ANO PIC 9(4).
               05 WS-MS-MES PIC 9(2).
               05 WS-MS-DIA PIC 9(2).
           01 WS-MES-SEGUINTE-N REDEFINES WS-MES-SEGUINTE PIC 9(8).
           01 WS-ARQ-MES-TXT PIC X(6).
           01 WS-ARQ-MES-TXT-R REDEFINES WS-ARQ-MES-TXT.
               05 WS-ARQ-MES-TXT-N PIC 9(6).
           77 WS-VALOR-PAGO PIC 9(5)V99.
           77 WS-DEBITO PIC 9(5)V99.
           77 WS-CONTA-NOVA PIC X VALUE 'N'.
      *    VINCULO GRAVADO NO LOG - ESTORNO APONTA O ORIGINAL;
      *    DEVOLUCAO E RENOVACAO GUARDAM AS DATAS ANTERIORES
           01 WS-LOG-VINCULO.
               05 WS-LOG-ORIGEM-CHAVE PIC X(17) VALUE SPACES.
               05 WS-LOG-ORIGEM-TIPO PIC X(1) VALUE SPACES.
           01 WS-LOG-VINCULO-D REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-ALUGADO-EM PIC 9(8).
               05 WS-LOG-DEVOLVER-EM PIC 9(8).
               05 WS-LOG-ALU-PLANO PIC X(1).
               05 FILLER PIC X(1).
           01 WS-LOG-VINCULO-O REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-ASS-PLANO PIC 9(2).
               05 WS-LOG-ASS-EVENTO PIC X(1).
               05 WS-LOG-ASS-VENCIMENTO PIC 9(8).
               05 FILLER PIC X(7).
           01 WS-LOG-VINCULO-B REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-PED-NUMERO PIC 9(6).
               05 WS-LOG-PED-QTD PIC 9(2).
               05 WS-LOG-PED-FILIAL PIC 9(2).
               05 FILLER PIC X(8).
           01 WS-LOG-VINCULO-T REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-TRN-EVENTO PIC X(1).
               05 FILLER PIC X(17).
           01 WS-LOG-VINCULO-P REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-ACO-SEQ PIC 9(2).
               05 WS-LOG-ACO-VALOR PIC 9(5)V99.
               05 FILLER PIC X(9).
           01 WS-LOG-VINCULO-C REDEFINES WS-LOG-VINCULO.
               05 WS-LOG-BUR-SITUACAO PIC X(1).
               05 WS-LOG-BUR-CONDICAO PIC X(1).
               05 WS-LOG-BUR-APROVADOR PIC X(10).
               05 FILLER PIC X(6).
      *    MOVIMENTO ESTORNADO (1) E OS QUE O ACOMPANHARAM NO MESMO
      *    ATENDIMENTO - RESGATE/CAUCAO DO ALUGUEL, TAXA/CAUCAO DA
      *    DEVOLUCAO
           01 WS-EST-MOVIMENTOS.
               05 WS-EST-MOV OCCURS 3 TIMES.
                   10 WS-EST-M-CHAVE PIC X(17).
                   10 WS-EST-M-TIPO PIC X(1).
                   10 WS-EST-M-VALOR PIC 9(5)V99.
                   10 WS-EST-M-MULTA PIC 9(5)V99.
                   10 WS-EST-M-FORMA PIC 9(1).
                   10 WS-EST-M-NSU PIC X(12).
           01 WS-IMAGEM-CLIENTE PIC X(600).
           01 WS-IMAGEM-FILME PIC X(600).
           01 WS-IMAGEM-ALUGUEL PIC X(600).
      *    OS CINCO PRIMEIROS ALUGUEIS PARA A TELA DO CLIENTE
           01 WS-TELA-ALUGUEIS.
               05 WS-TA-ALUGUEL OCCURS 5.
                   10 WS-TA-FILME PIC 9(6).
                   10 WS-TA-COPIA PIC 9(2).
                   10 WS-TA-DEVOLUCAO PIC 9(8).
      *    UMA TELA DA LISTA DE RELATORIOS GUARDADOS
           01 WS-TELA-RELARQ.
               05 WS-RA-ITEM OCCURS 15.
                   10 WS-RA-LINHA.
                       15 WS-RA-L-NUM PIC Z9.
                       15 FILLER PIC X(2).
                       15 WS-RA-L-NOME PIC X(20).
                       15 FILLER PIC X(2).
                       15 WS-RA-L-DATA PIC 9(8).
                       15 FILLER PIC X(2).
                       15 WS-RA-L-FILIAL PIC X(4).
                       15 FILLER PIC X(2).
                       15 WS-RA-L-PAGINAS PIC ZZZZ9.
                   10 WS-RA-ARQUIVO PIC X(40).
                   10 WS-RA-PAGINAS PIC 9(5).
      *    UMA PAGINA DO RELATORIO NA TELA
           01 WS-TELA-RELVER.
               05 WS-RV-LINHA PIC X(78) OCCURS 20.
           COPY WS-CLIENTE.
           COPY WS-FILME.
           COPY WS-ALUGUEL.
           COPY WS-PARAMETRO.
           COPY WS-CALENDARIO.
           COPY WS-ACORDO.
           COPY WS-PROMOCAO.
           COPY WS-DEPENDENTE.
           COPY WS-PLANO.
           COPY WS-FORNECEDOR.
           COPY WS-PEDIDO.
           COPY WS-PATRIMONIO.
           COPY WS-FAIXA.
        SCREEN SECTION.
           COPY S-LOGIN.
           COPY S-MENU.
           COPY S-CAIXA.
           COPY S-VENDECOPIA.
           COPY S-OPERADOR.
           COPY S-CALENDARIO.
           COPY S-PROMOCAO.
           COPY S-DEPENDENTE.
           COPY S-ESTORNO.
           COPY S-VALE.
           COPY S-PLANO.
           COPY S-COMPRA.
           COPY S-PATRIMONIO.
           COPY S-FAIXA.
           COPY S-ACORDO.
           COPY S-RELARQ.
           COPY S-BLANK.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    CLOSE ARQ-CONTAS
                    OPEN I-O ARQ-CONTAS
                END-IF.
           OPEN I-O ARQ-ALUGUEIS.
                IF WS-FS-28 = 35
                    OPEN OUTPUT ARQ-ALUGUEIS
                    CLOSE ARQ-ALUGUEIS
                    OPEN I-O ARQ-ALUGUEIS
                END-IF.
           OPEN EXTEND ARQ-JORNAL.
                IF WS-FS-5 <> 0
                    OPEN OUTPUT ARQ-JORNAL
                   PERFORM VALIDA-LOGIN THRU FIM-VALIDA-LOGIN
               END-IF
           END-PERFORM.
           PERFORM REGISTRA-SESSAO.
           OPEN EXTEND ARQ-CAIXA.
                IF WS-FS-7 <> 0
                    OPEN OUTPUT ARQ-CAIXA
           UNLOCK ARQ-CLIENTES.
           UNLOCK ARQ-FILMES.
           UNLOCK ARQ-CONTAS.
           UNLOCK ARQ-ALUGUEIS.
      *    CADEIA NOTURNA INICIADA COM A SESSAO ABERTA - AVISA A CADA
      *    VOLTA AO MENU ATE O OPERADOR SAIR
           PERFORM VERIFICA-MANUTENCAO THRU FIM-VERIFICA-MANUTENCAO.
           IF WS-MNT-ATIVA = 'S'
               MOVE "CADEIA NOTURNA INICIADA - CONCLUA E SAIA (OPCAO 6)"
                   TO WS-AVISO-MANUT
           ELSE
               MOVE SPACES TO WS-AVISO-MANUT
           END-IF.
           DISPLAY MENUU.
           ACCEPT MENUU.
           EVALUATE OP
               WHEN 5
                   GO TO CAIXA-PROCEDURE
               WHEN 6
                   PERFORM ENCERRA-SESSAO THRU FIM-ENCERRA-SESSAO
                   CLOSE ARQ-CLIENTES
                   CLOSE ARQ-FILMES
                   CLOSE ARQ-LOG
                   CLOSE ARQ-CONTAS
                   CLOSE ARQ-ALUGUEIS
                   CLOSE ARQ-JORNAL
                   CLOSE ARQ-CAIXA
                   CLOSE ARQ-OPER
       ALUGAR-PROCEDURE.
           MOVE SPACES TO CCPF.
           MOVE ZEROES TO WS-PRAZO-SEL.
           MOVE ZEROES TO WS-DEP-SEL.
           MOVE SPACES TO WS-VP-CARTAO.
           DISPLAY ALUGAR.
           ACCEPT ALUGAR.
           MOVE CCPF TO WS-CPF.
            END-IF
            PERFORM LE-CONTA.
            UNLOCK ARQ-CONTAS.
      *     O QUE ESTA PARCELADO EM ACORDO EM DIA NAO CONTA NO LIMITE
            MOVE CONTA-SALDO TO WS-ACO-FORA.
            IF CONTA-SALDO > WS-PAR-LIMITE-DEBITO
               PERFORM CONSULTA-ACORDO
               IF WS-ACD-RC = 0
                   SUBTRACT WS-ACD-ABERTO FROM WS-ACO-FORA
               END-IF
            END-IF
            IF WS-ACO-FORA > WS-PAR-LIMITE-DEBITO
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE COM DEBITO ACIMA DO LIMITE'
               DISPLAY ' SALDO DEVEDOR: ' CONTA-SALDO
               GO VOLTAR
            END-IF
            MOVE WS-FILME TO WS-IMAGEM-FILME.
            PERFORM IDENTIFICA-RETIRADA THRU FIM-IDENTIFICA-RETIRADA.
            IF WS-DEP-ACHOU = 'N'
               GO VOLTAR
            END-IF
      *     A CLASSIFICACAO VALE PARA QUEM RETIRA O FILME - EMPRESA
      *     NAO TEM IDADE, ENTAO PJ PRECISA INDICAR O DEPENDENTE
            IF WS-CLASSIFICACAO > 0
               IF WS-DEP-SEL = 0 AND WS-TIPO-CLIENTE = 2
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CLIENTE PJ - INFORME O DEPENDENTE QUE'
                       ' RETIRA O FILME'
                   ACCEPT INUTIL
                   GO VOLTAR
               END-IF
               IF WS-DEP-SEL > 0
                  AND WS-CLASSIFICACAO > WS-DEP-CLASSIF-MAX
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ALUGUEL NEGADO - TITULAR LIBEROU ATE '
                       WS-DEP-CLASSIF-MAX ' ANOS PARA ESTE DEPENDENTE'
                   ACCEPT INUTIL
                   GO VOLTAR
               END-IF
               IF WS-NASC-REF = 0
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' SEM DATA DE NASCIMENTO DE QUEM RETIRA -'
                       ' ATUALIZE O CADASTRO'
                   ACCEPT INUTIL
                   GO VOLTAR
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ALUGUEL NEGADO - CLASSIFICACAO '
                       WS-CLASSIFICACAO ' ANOS'
                   DISPLAY ' IDADE DE QUEM RETIRA: ' WS-IDADE
                   ACCEPT INUTIL
                   GO VOLTAR
               END-IF
               END-IF
               GO VOLTAR
            END-IF
            PERFORM CONTA-ALUGUEIS.
            PERFORM VERIFICA-PLANO THRU FIM-VERIFICA-PLANO.
            IF WS-PLANO-FORA = 'R'
               GO VOLTAR
            END-IF
      *     O MAXIMO DE TITULOS EM ABERTO DEPENDE DO TIPO DO CLIENTE
            IF WS-TIPO-CLIENTE = 2
               MOVE WS-PAR-LIMITE-PJ TO WS-ALU-LIMITE
            ELSE
               MOVE WS-PAR-LIMITE-PF TO WS-ALU-LIMITE
            END-IF
            IF WS-ALU-QTD >= WS-ALU-LIMITE
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE JA POSSUI O MAXIMO DE FILMES ALUGADOS'
               DISPLAY ' LIMITE DO TIPO DE CLIENTE: ' WS-ALU-LIMITE
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
      *     RESTRICAO NO BUREAU LIBERADA PELO GERENTE COM LIMITE
            IF (WS-BUREAU-CONDICAO = 'L' OR WS-BUREAU-CONDICAO = 'A')
               AND WS-ALU-QTD > 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE COM RESTRICAO NO BUREAU - UM TITULO'
                   ' POR VEZ'
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
               GO VOLTAR
            END-IF
            MOVE 0 TO WS-COPIA-STATUS(WS-J).
            MOVE SPACES TO WS-ALUGUEL.
            MOVE CCPF TO WS-ALU-CPF.
            MOVE CODIGO TO WS-ALU-CODIGO.
            MOVE WS-COPIA-NUMERO(WS-J) TO WS-ALU-COPIA.
            MOVE WS-FILIAL TO WS-ALU-FILIAL.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ALU-DATA-ALUGUEL.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ALU-HORA-ALUGUEL.
            COMPUTE WS-ALU-DATA-DEVOLUCAO =
                FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-ALU-DATA-ALUGUEL)
                    + WS-PRAZO-ESCOLHIDO).
            MOVE WS-ALU-DATA-DEVOLUCAO TO WS-CAL-DATA-INI.
            PERFORM PROXIMO-DIA-ABERTO.
            MOVE WS-CAL-DATA-RES TO WS-ALU-DATA-DEVOLUCAO.
            MOVE WS-PRAZO-ESCOLHIDO TO WS-ALU-PRAZO.
            MOVE WS-USA-PLANO TO WS-ALU-PLANO.
            IF WS-EXIGE-CAUCAO = 'S' OR WS-EXIGE-CAUCAO = 's'
                MOVE WS-CAUCAO-VALOR TO WS-ALU-CAUCAO
                MOVE WS-CAUCAO-VALOR TO WS-CAUCAO-COBRADA
            ELSE
                MOVE ZEROES TO WS-ALU-CAUCAO
                MOVE ZEROES TO WS-CAUCAO-COBRADA
            END-IF.
      *     RESTRICAO NO BUREAU LIBERADA COM CAUCAO: TODO ALUGUEL
      *     PAGA PELO MENOS A CAUCAO DOS PARAMETROS
            IF (WS-BUREAU-CONDICAO = 'C' OR WS-BUREAU-CONDICAO = 'A')
               AND WS-CAUCAO-COBRADA < WS-PAR-BUREAU-CAUCAO
                MOVE WS-PAR-BUREAU-CAUCAO TO WS-ALU-CAUCAO
                MOVE WS-PAR-BUREAU-CAUCAO TO WS-CAUCAO-COBRADA
            END-IF.
            MOVE 'N' TO WS-USA-CREDITO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
            IF WS-USA-PLANO = 'N' AND WS-PACOTE-CREDITOS > 0
               AND WS-PACOTE-VALIDADE >= WS-HOJE
                MOVE 'S' TO WS-USA-CREDITO
                SUBTRACT 1 FROM WS-PACOTE-CREDITOS
            END-IF.
            MOVE 'N' TO WS-USA-PONTOS.
            IF WS-USA-CREDITO = 'N' AND WS-USA-PLANO = 'N'
               AND WS-PONTOS >= WS-PAR-PONTOS-RESGATE
               AND WS-PONTOS-VALIDADE >= WS-HOJE
                MOVE SPACE TO WS-RESP-PONTOS
            END-IF.
            PERFORM GRAVA-JORNAL-CLIENTE.
            PERFORM GRAVA-JORNAL-FILME.
            PERFORM GRAVA-JORNAL-INCLUSAO.
            MOVE WS-CLIENTES TO REG-DATA.
            REWRITE REG-DATA
               INVALID KEY
                   ACCEPT INUTIL
               NOT INVALID KEY CONTINUE
            END-REWRITE.
            WRITE REG-ALUGUEL FROM WS-ALUGUEL
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR O ALUGUEL'
                   ACCEPT INUTIL
               NOT INVALID KEY CONTINUE
            END-WRITE.
            SUBTRACT 1 FROM WS-QTD-DISPONIVEIS.
            IF WS-QTD-DISPONIVEIS = 0
                MOVE 0 TO WS-ISTATUS
               NOT INVALID KEY CONTINUE
            END-REWRITE.
            PERFORM GRAVA-JORNAL-FIM.
            MOVE ZEROES TO WS-DESCONTO.
            MOVE SPACES TO WS-PRO-APLICADA.
            EVALUATE TRUE
                WHEN WS-USA-PLANO = 'S'
                    MOVE ZEROES TO WS-VALOR-TOTAL
                    MOVE "PLN" TO WS-USA-CREDITO-DESC
                WHEN WS-USA-CREDITO = 'S'
                    MOVE ZEROES TO WS-VALOR-TOTAL
                    MOVE "SIM" TO WS-USA-CREDITO-DESC
                WHEN WS-USA-PONTOS = 'S'
                    MOVE ZEROES TO WS-VALOR-TOTAL
                    MOVE "PTS" TO WS-USA-CREDITO-DESC
                WHEN OTHER
                    PERFORM CALCULA-PRECO-PRAZO
                    PERFORM APLICA-PROMOCAO THRU FIM-APLICA-PROMOCAO
                    MOVE "NAO" TO WS-USA-CREDITO-DESC
            END-EVALUATE.
            MOVE WS-PRAZO-ESCOLHIDO TO WS-LOG-PRAZO-DIAS.
            MOVE WS-DEP-SEL TO WS-LOG-DEPENDENTE.
            MOVE WS-ALU-COPIA TO WS-LOG-COPIA.
            MOVE 'A' TO LOG-TIPO.
            MOVE ZEROES TO LOG-MULTA.
            MOVE WS-VALOR-TOTAL TO LOG-VALOR.
            PERFORM REGISTRA-LOG.
            MOVE WS-CODIGO TO WS-PAT-CODIGO.
            MOVE WS-ALU-COPIA TO WS-PAT-COPIA.
            MOVE 'A' TO WS-PAT-EVENTO.
            MOVE WS-VALOR-TOTAL TO WS-PAT-VALOR-MOV.
            PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO.
            IF WS-USA-PONTOS = 'S'
      *         RASTRO DO RESGATE - O VALOR GUARDA OS PONTOS GASTOS
                MOVE 'J' TO LOG-TIPO
                PERFORM REGISTRA-LOG
            END-IF.
            IF WS-USA-CREDITO = 'N' AND WS-USA-PONTOS = 'N'
               AND WS-USA-PLANO = 'N'
                MOVE WS-VALOR-TOTAL TO WS-DEBITO
                PERFORM DEBITA-CONTA
            END-IF.
                MOVE WS-CAUCAO-COBRADA TO LOG-VALOR
                PERFORM REGISTRA-LOG
            END-IF.
      *     VALE-PRESENTE PAGA NA HORA O QUE ACABOU DE IR PARA A CONTA
            MOVE ZEROES TO WS-VP-USO.
            MOVE ZEROES TO WS-VP-SALDO-REST.
            IF WS-VP-CARTAO NOT = SPACES
                MOVE WS-CAUCAO-COBRADA TO WS-VP-VALOR
                IF WS-USA-CREDITO = 'N' AND WS-USA-PONTOS = 'N'
                    ADD WS-VALOR-TOTAL TO WS-VP-VALOR
                END-IF
                IF WS-VP-VALOR > 0
                    PERFORM PAGA-COM-VALE THRU FIM-PAGA-COM-VALE
                END-IF
            END-IF.
            DISPLAY RECIBO.
            ACCEPT INUTIL.
            GO VOLTAR.
                   PERFORM GRAVA-CAIXA
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CONTAGEM REGISTRADA'
                   DISPLAY ' (CARTAO E PIX NAO ENTRAM NA GAVETA)'
                   ACCEPT INUTIL
               WHEN OTHER
                   CONTINUE
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
            MOVE CODIGO TO WS-ALU-BUSCA-CODIGO.
            MOVE ZEROES TO WS-ALU-BUSCA-COPIA.
            MOVE ZEROES TO WS-ALU-BUSCA-DATA.
            PERFORM ACHA-ALUGUEL THRU FIM-ACHA-ALUGUEL.
            IF WS-ALU-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE NAO POSSUI ESTE FILME ALUGADO'
               ACCEPT INUTIL
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
            MOVE ZEROES TO WS-DIAS-ATRASO.
            MOVE ZEROES TO WS-MULTA.
            IF WS-HOJE > WS-ALU-DATA-DEVOLUCAO
      *         DIA DE LOJA FECHADA NAO CONTA ATRASO
                MOVE WS-ALU-DATA-DEVOLUCAO TO WS-CAL-DATA-INI
                MOVE WS-HOJE TO WS-CAL-DATA-FIM
                PERFORM CONTA-DIAS-ABERTOS
                MOVE WS-CAL-DIAS TO WS-DIAS-ATRASO
            END-IF.
            IF WS-DIAS-ATRASO > 0
      *         A MULTA SAI PELOS PARAMETROS VIGENTES NA DATA PREVISTA
      *         DE DEVOLUCAO - MUDANCA DE HOJE NAO REESCREVE O PASSADO
                MOVE WS-ALU-DATA-DEVOLUCAO TO WS-PAR-DATA-REF
                PERFORM CHAMA-PARAMETROS
                COMPUTE WS-MULTA = WS-DIAS-ATRASO * WS-PAR-MULTA-DIA
                PERFORM CARREGA-PARAMETROS
                DISPLAY CONDICAO-COPIA
                ACCEPT CONDICAO-COPIA
            END-PERFORM.
            MOVE WS-ALU-COPIA TO WS-J.
      *     LE E TRAVA O FILME ANTES DE MEXER NO ALUGUEL - UMA FALHA
      *     AQUI NAO PODE DEIXAR A DEVOLUCAO PELA METADE
            READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               GO VOLTAR
            END-IF
            MOVE WS-FILME TO WS-IMAGEM-FILME.
            MOVE WS-ALU-DATA-ALUGUEL TO WS-ALG-DATA.
            IF WS-ALU-HORA-ALUGUEL NUMERIC
                MOVE WS-ALU-HORA-ALUGUEL TO WS-ALG-HORA
            ELSE
                MOVE 999999 TO WS-ALG-HORA
            END-IF.
            PERFORM PRECO-DO-ALUGUEL.
            PERFORM GRAVA-JORNAL-ALUGUEL.
            PERFORM GRAVA-JORNAL-FILME.
      *     O LOG GUARDA O ALUGUEL DESFEITO PARA UM EVENTUAL ESTORNO
            MOVE WS-ALU-COPIA TO WS-LOG-COPIA.
            MOVE WS-CODIGO TO WS-PAT-CODIGO.
            MOVE WS-ALU-COPIA TO WS-PAT-COPIA.
            MOVE WS-ALU-DATA-ALUGUEL TO WS-LOG-ALUGADO-EM.
            MOVE WS-ALU-DATA-DEVOLUCAO TO WS-LOG-DEVOLVER-EM.
            MOVE WS-ALU-PLANO TO WS-LOG-ALU-PLANO.
            MOVE WS-ALU-PRAZO TO WS-LOG-PRAZO-DIAS.
            MOVE WS-ALU-CAUCAO TO WS-CAUCAO-DEV.
            MOVE WS-ALU-CHAVE TO ALU-CHAVE.
            DELETE ARQ-ALUGUEIS RECORD
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO DEVOLVER'
                   ACCEPT INUTIL
               NOT INVALID KEY CONTINUE
            END-DELETE.
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-COPIAS
                       OR WS-COPIA-NUMERO(WS-I) = WS-J
            MOVE WS-MULTA TO LOG-MULTA.
            MOVE ZEROES TO LOG-VALOR.
            PERFORM REGISTRA-LOG.
            MOVE 'D' TO WS-PAT-EVENTO.
            MOVE WS-MULTA TO WS-PAT-VALOR-MOV.
            PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO.
            IF WS-MULTA > 0
                MOVE WS-MULTA TO WS-DEBITO
                PERFORM DEBITA-CONTA
            END-IF.
            IF WS-CONDICAO = 2 OR WS-CONDICAO = 3
                COMPUTE WS-TAXA-REPOSICAO =
                    WS-ALG-DIARIA * WS-PAR-FATOR-REPOSICAO
                MOVE WS-TAXA-REPOSICAO TO WS-DEBITO
                PERFORM DEBITA-CONTA
                MOVE 'S' TO LOG-TIPO
                MOVE ZEROES TO LOG-MULTA
                MOVE WS-TAXA-REPOSICAO TO LOG-VALOR
                PERFORM REGISTRA-LOG
                IF WS-CONDICAO = 2
                    MOVE 'S' TO WS-PAT-EVENTO
                ELSE
                    MOVE 'X' TO WS-PAT-EVENTO
                END-IF
                MOVE WS-TAXA-REPOSICAO TO WS-PAT-VALOR-MOV
                PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO
                DISPLAY BLANK-SCREEN
                DISPLAY ' COPIA FORA DE CIRCULACAO'
                DISPLAY ' TAXA DE REPOSICAO: ' WS-TAXA-REPOSICAO
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
            MOVE CODIGO TO WS-ALU-BUSCA-CODIGO.
            MOVE ZEROES TO WS-ALU-BUSCA-COPIA.
            MOVE ZEROES TO WS-ALU-BUSCA-DATA.
            PERFORM ACHA-ALUGUEL THRU FIM-ACHA-ALUGUEL.
            IF WS-ALU-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE NAO POSSUI ESTE FILME ALUGADO'
               ACCEPT INUTIL
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
      *     A RENOVACAO COBRA O PRECO DO DIA EM QUE O FILME SAIU, MESMO
      *     QUE O TITULO TENHA MUDADO DE FAIXA DEPOIS
            MOVE WS-ALU-DATA-ALUGUEL TO WS-ALG-DATA.
            IF WS-ALU-HORA-ALUGUEL NUMERIC
                MOVE WS-ALU-HORA-ALUGUEL TO WS-ALG-HORA
            ELSE
                MOVE 999999 TO WS-ALG-HORA
            END-IF.
            PERFORM PRECO-DO-ALUGUEL.
            MOVE WS-ALG-DIARIA TO WS-VALOR-DIARIA.
            MOVE WS-ALG-PRAZO-1 TO WS-VALOR-PRAZO-1.
            MOVE WS-ALG-PRAZO-3 TO WS-VALOR-PRAZO-3.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
            IF WS-HOJE > WS-ALU-DATA-DEVOLUCAO
      *        RENOVAR APAGARIA A MULTA JA ACUMULADA
               DISPLAY BLANK-SCREEN
               DISPLAY ' ALUGUEL EM ATRASO - DEVOLVER NA LOJA'
               ACCEPT INUTIL
               GO VOLTAR
            END-IF
      *     RENOVA PELO MESMO PRAZO ESCOLHIDO NO ALUGUEL ORIGINAL
            IF WS-ALU-PRAZO > 0
                MOVE WS-ALU-PRAZO TO WS-PRAZO-ESCOLHIDO
            ELSE
                MOVE WS-PAR-PRAZO-DIAS TO WS-PRAZO-ESCOLHIDO
            END-IF.
            MOVE WS-ALU-COPIA TO WS-LOG-COPIA.
            MOVE WS-ALU-DATA-ALUGUEL TO WS-LOG-ALUGADO-EM.
            MOVE WS-ALU-DATA-DEVOLUCAO TO WS-LOG-DEVOLVER-EM.
            MOVE WS-ALU-PLANO TO WS-LOG-ALU-PLANO.
            COMPUTE WS-ALU-DATA-DEVOLUCAO =
                FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-ALU-DATA-DEVOLUCAO)
                    + WS-PRAZO-ESCOLHIDO).
            MOVE WS-ALU-DATA-DEVOLUCAO TO WS-CAL-DATA-INI.
            PERFORM PROXIMO-DIA-ABERTO.
            MOVE WS-CAL-DATA-RES TO WS-ALU-DATA-DEVOLUCAO.
      *     TITULO DO PLANO RENOVA SEM CUSTO ENQUANTO A ASSINATURA
      *     ESTIVER EM DIA; DEPOIS PASSA A SER UM ALUGUEL AVULSO
            MOVE 'N' TO WS-USA-PLANO.
            IF WS-ALU-PLANO = 'S'
                PERFORM LE-CONTA
                UNLOCK ARQ-CONTAS
                PERFORM PLANO-EM-DIA THRU FIM-PLANO-EM-DIA
                MOVE WS-PLANO-EM-DIA TO WS-USA-PLANO
                MOVE WS-USA-PLANO TO WS-ALU-PLANO
            END-IF.
            PERFORM GRAVA-JORNAL-ALUGUEL.
            REWRITE REG-ALUGUEL FROM WS-ALUGUEL
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO RENOVAR'
                   ACCEPT INUTIL
                   MOVE ZEROES TO WS-LOG-COPIA
                   MOVE SPACES TO WS-LOG-VINCULO
                   GO VOLTAR
               NOT INVALID KEY CONTINUE
            END-REWRITE.
            PERFORM GRAVA-JORNAL-FIM.
            IF WS-USA-PLANO = 'S'
                MOVE ZEROES TO WS-VALOR-TOTAL
            ELSE
                PERFORM CALCULA-PRECO-PRAZO
            END-IF.
            MOVE WS-PRAZO-ESCOLHIDO TO WS-LOG-PRAZO-DIAS.
            MOVE 'N' TO LOG-TIPO.
            MOVE ZEROES TO LOG-MULTA.
            MOVE WS-VALOR-TOTAL TO LOG-VALOR.
            PERFORM REGISTRA-LOG.
            MOVE WS-ALU-CODIGO TO WS-PAT-CODIGO.
            MOVE WS-ALU-COPIA TO WS-PAT-COPIA.
            MOVE 'N' TO WS-PAT-EVENTO.
            MOVE WS-VALOR-TOTAL TO WS-PAT-VALOR-MOV.
            PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO.
            MOVE WS-VALOR-TOTAL TO WS-DEBITO.
            PERFORM DEBITA-CONTA.
            DISPLAY BLANK-SCREEN.
            DISPLAY ' ALUGUEL RENOVADO'.
            DISPLAY ' NOVA DEVOLUCAO: ' WS-ALU-DATA-DEVOLUCAO.
            DISPLAY ' VALOR COBRADO:  ' WS-VALOR-TOTAL.
            ACCEPT INUTIL.
            GO VOLTAR.
                       MOVE SPACES TO WS-CPF
                       MOVE WS-CPF-CHECK TO WS-CPF
                   END-IF
      *            DOCUMENTO JA CADASTRADO NAO VAI AO BUREAU (PAGO)
                   MOVE WS-CPF TO CCPF
                   READ ARQ-CLIENTES
                       KEY IS CCPF
                       NOT INVALID KEY
                           DISPLAY BLANK-SCREEN
                           DISPLAY ' CLIENTE JA EXISTE'
                           ACCEPT INUTIL
                           GO GERENCIAR-PROCEDURE
                   END-READ
                   PERFORM CONSULTA-BUREAU THRU FIM-CONSULTA-BUREAU
                   IF WS-BUR-OK = 'N'
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   MOVE ZEROES TO WS-PACOTE-CREDITOS
                   MOVE ZEROES TO WS-PACOTE-VALIDADE
                   MOVE ZEROES TO WS-PONTOS
                   MOVE ZEROES TO WS-PONTOS-VALIDADE
                   MOVE ZEROES TO WS-COBRANCA-ESTAGIO
                   PERFORM ACERTA-CONSENTIMENTO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONSENTE-DATA
                   MOVE ZEROES TO WS-ANONIMIZADO-EM
                   MOVE ZEROES TO WS-ASS-PLANO
                   MOVE ZEROES TO WS-ASS-RENOVACAO
                   MOVE ZEROES TO WS-ASS-VENCIMENTO
                   MOVE SPACE TO WS-ASS-SITUACAO
                   MOVE 'N' TO WS-ASS-BOLETO
                   MOVE ZEROES TO WS-ASS-FILIAL
                   MOVE WS-CLIENTES TO REG-DATA
                   WRITE REG-DATA
                       INVALID KEY 
                   MOVE 'C' TO LOG-TIPO
                   MOVE ZEROES TO LOG-MULTA
                   MOVE ZEROES TO LOG-VALOR
                   MOVE WS-BUREAU-SITUACAO TO WS-LOG-BUR-SITUACAO
                   MOVE WS-BUREAU-CONDICAO TO WS-LOG-BUR-CONDICAO
                   MOVE WS-BUR-APROVADOR TO WS-LOG-BUR-APROVADOR
                   PERFORM REGISTRA-LOG
                   PERFORM CONTA-ALUGUEIS
                   DISPLAY CLIENT-DATA
                   ACCEPT INUTIL
                   GO GERENCIAR-PROCEDURE
                   MOVE ZEROES TO WS-VALOR-PRAZO-3
                   MOVE 'N' TO WS-EXIGE-CAUCAO
                   MOVE ZEROES TO WS-CAUCAO-VALOR
                   MOVE 'L' TO WS-FAIXA
                   DISPLAY CADFILME
                   ACCEPT CADFILME
                   IF WS-FILIAL-CAD = 0
                       MOVE WS-FILIAL TO WS-FILIAL-CAD
                   END-IF
                   INSPECT WS-FAIXA CONVERTING "lck" TO "LCK"
                   IF WS-FAIXA NOT = 'L' AND WS-FAIXA NOT = 'C'
                      AND WS-FAIXA NOT = 'K'
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' FAIXA INVALIDA - USE L, C OU K'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-ENTRADA
                   MOVE WS-DATA-ENTRADA TO WS-FAIXA-DESDE
      *            SEM DIARIA INFORMADA O TITULO ENTRA COM OS PRECOS
      *            DA FAIXA
                   IF WS-VALOR-DIARIA = 0
                       MOVE WS-FAIXA TO WS-FXP-FAIXA
                       PERFORM LE-FAIXA
                       IF WS-FXP-ACHOU = 'S'
                           PERFORM APLICA-FAIXA
                       END-IF
                   END-IF
                   IF WS-CLASSIFICACAO NOT = 0
                      AND WS-CLASSIFICACAO NOT = 10
                      AND WS-CLASSIFICACAO NOT = 12
                       INVALID KEY 
                           DISPLAY BLANK-SCREEN
                           DISPLAY ' CLIENTE NAO ENCONTRADO'
                       NOT INVALID KEY
                           PERFORM CONTA-ALUGUEIS
                           DISPLAY CLIENT-DATA
                   END-READ
                   ACCEPT INUTIL
                   GO GERENCIAR-PROCEDURE
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   IF WS-CONSENTE-MARKETING NOT = 'S'
                       MOVE 'N' TO WS-CONSENTE-MARKETING
                   END-IF
                   MOVE WS-CONSENTE-MARKETING TO WS-CONSENTE-ANT
                   DISPLAY ALTERCLIENTE
                   ACCEPT ALTERCLIENTE
                   PERFORM ACERTA-CONSENTIMENTO
                   IF WS-CONSENTE-MARKETING NOT = WS-CONSENTE-ANT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-CONSENTE-DATA
                   END-IF
                   PERFORM LIMPA-CPF-CNPJ
                   IF WS-TIPO-CLIENTE = 2
                       PERFORM VALIDA-CNPJ
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM CONTA-ALUGUEIS
                   IF WS-ALU-QTD > 0
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' CLIENTE POSSUI ALUGUEL ATIVO'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   IF ASS-PLANO > 0
                      AND (ASS-SITUACAO = 'A' OR ASS-SITUACAO = 'S')
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' CLIENTE ASSINANTE - CANCELE O PLANO'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM VERIFICA-CLIENTE-RESERVADO
                   IF WS-CLIENTE-TEM-RESERVA = 'S'
                       DISPLAY BLANK-SCREEN
                       READ ARQ-CLIENTES NEXT RECORD INTO WS-CLIENTES
                           AT END MOVE 'Y' TO WS-LISTAR-EOF
                           NOT AT END
                               PERFORM CONTA-ALUGUEIS
                               DISPLAY CLIENT-DATA
                               ACCEPT INUTIL
                       END-READ
                   END-READ
                   PERFORM LE-CONTA
                   MOVE ZEROES TO WS-VALOR-PAGO
                   MOVE ZEROES TO WS-FORMA-PAGTO
                   MOVE SPACES TO WS-NSU
                   DISPLAY CONTA-DATA
                   ACCEPT CONTA-DATA
                   IF WS-VALOR-PAGO = 0
                       UNLOCK ARQ-CONTAS
                   END-IF
                   IF WS-VALOR-PAGO > 0
                       MOVE 'S' TO WS-ACEITA-VALE
                       PERFORM VALIDA-FORMA-PAGTO
                       IF WS-FORMA-OK = 'N'
                           UNLOCK ARQ-CONTAS
                           GO GERENCIAR-PROCEDURE
                       END-IF
                   END-IF
      *            COM VALE-PRESENTE ENTRA SO O QUE O CARTAO COBRE
                   IF WS-VALOR-PAGO > 0 AND WS-FORMA-PAGTO = 5
                       MOVE WS-NSU TO WS-VP-NUMERO
                       MOVE WS-VALOR-PAGO TO WS-VP-VALOR
                       PERFORM RESGATA-VALE THRU FIM-RESGATA-VALE
                       IF WS-VP-OK = 'N'
                           ACCEPT INUTIL
                           UNLOCK ARQ-CONTAS
                           GO GERENCIAR-PROCEDURE
                       END-IF
                       MOVE WS-VP-USO TO WS-VALOR-PAGO
                   END-IF
                   IF WS-VALOR-PAGO > 0
                       SUBTRACT WS-VALOR-PAGO FROM CONTA-SALDO
                       PERFORM GRAVA-CONTA
                               NOT INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                       PERFORM APLICA-ACORDO
                       MOVE ZEROES TO CODIGO
                       MOVE 'P' TO LOG-TIPO
                       MOVE ZEROES TO LOG-MULTA
                       MOVE WS-VALOR-PAGO TO LOG-VALOR
                       MOVE WS-FORMA-PAGTO TO WS-LOG-FORMA
                       MOVE WS-NSU TO WS-LOG-NSU
                       PERFORM REGISTRA-LOG
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' PAGAMENTO REGISTRADO'
                       DISPLAY ' NOVO SALDO: ' CONTA-SALDO
                       IF WS-ACD-RC = 0 AND WS-ACD-VALOR > 0
                           DISPLAY ' ABATIDO NO ACORDO: ' WS-ACD-VALOR
                               ' - EM ABERTO NO ACORDO: '
                               WS-ACD-ABERTO
                           IF WS-ACD-SITUACAO = 'Q'
                               DISPLAY ' ACORDO QUITADO'
                           END-IF
                       END-IF
                       IF WS-FORMA-PAGTO = 5
                           DISPLAY ' USADO DO VALE: ' WS-VP-USO
                               ' - SALDO DO VALE: ' WS-VP-SALDO-REST
                       END-IF
                       ACCEPT INUTIL
                   END-IF
                   GO GERENCIAR-PROCEDURE
                   PERFORM BUSCA-CLIENTE THRU FIM-BUSCA-CLIENTE
                   IF WS-BUSCA-ALUGA = 'S'
                       MOVE ZEROES TO WS-PRAZO-SEL
                       MOVE ZEROES TO WS-DEP-SEL
                       MOVE SPACES TO WS-VP-CARTAO
                       DISPLAY ALUGARCOD
                       ACCEPT ALUGARCOD
                       GO ALUGAR-LE-CLIENTE
                   GO GERENCIAR-PROCEDURE
               WHEN 20
                   GO VOLTAR
               WHEN 21
      *             CALENDARIO DE DIAS FECHADOS
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-CALENDARIO THRU FIM-GERE-CALENDARIO
                   GO GERENCIAR-PROCEDURE
               WHEN 22
      *             CAMPANHAS DE DESCONTO
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-PROMOCAO THRU FIM-GERE-PROMOCAO
                   GO GERENCIAR-PROCEDURE
               WHEN 23
      *             DEPENDENTES E AUTORIZADOS A RETIRAR
                   PERFORM GERE-DEPENDENTE THRU FIM-GERE-DEPENDENTE
                   GO GERENCIAR-PROCEDURE
               WHEN 24
      *             ESTORNO - QUALQUER OPERADOR PEDE, O GERENTE AUTORIZA
      *             COM A PROPRIA SENHA NO TERMINAL DO ATENDENTE
                   PERFORM ESTORNA-MOVIMENTO THRU FIM-ESTORNA-MOVIMENTO
                   GO GERENCIAR-PROCEDURE
               WHEN 25
      *             VALE-PRESENTE - VENDA E CONSULTA DE SALDO
                   PERFORM VENDE-VALE THRU FIM-VENDE-VALE
                   GO GERENCIAR-PROCEDURE
               WHEN 26
      *             PLANOS DE ASSINATURA
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-PLANO THRU FIM-GERE-PLANO
                   GO GERENCIAR-PROCEDURE
               WHEN 27
      *             ADESAO, TROCA E CANCELAMENTO DE ASSINATURA
                   PERFORM GERE-ASSINATURA THRU FIM-GERE-ASSINATURA
                   GO GERENCIAR-PROCEDURE
               WHEN 28
      *             CADASTRO DE FORNECEDORES
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-FORNECEDOR THRU FIM-GERE-FORNECEDOR
                   GO GERENCIAR-PROCEDURE
               WHEN 29
      *             PEDIDOS DE COMPRA A PARTIR DAS SUGESTOES
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-PEDIDO THRU FIM-GERE-PEDIDO
                   GO GERENCIAR-PROCEDURE
               WHEN 30
      *             RECEBIMENTO DE COMPRA - ENTRADA DAS COPIAS
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM RECEBE-PEDIDO THRU FIM-RECEBE-PEDIDO
                   GO GERENCIAR-PROCEDURE
               WHEN 31
      *             CUSTO E HISTORICO PATRIMONIAL DE UMA COPIA
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-PATRIMONIO THRU FIM-GERE-PATRIMONIO
                   GO GERENCIAR-PROCEDURE
               WHEN 32
      *             APROVACAO DA REDISTRIBUICAO SEMANAL DE COPIAS
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-REDISTRIB THRU FIM-GERE-REDISTRIB
                   GO GERENCIAR-PROCEDURE
               WHEN 33
      *             PRECOS E PRAZOS DAS FAIXAS DO ACERVO
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM GERE-FAIXA THRU FIM-GERE-FAIXA
                   GO GERENCIAR-PROCEDURE
               WHEN 34
      *             CHEGADA DO MALOTE - CONFERIDA COPIA A COPIA
                   PERFORM CONFIRMA-CHEGADA THRU FIM-CONFIRMA-CHEGADA
                   GO GERENCIAR-PROCEDURE
               WHEN 35
      *             ROMANEIO DAS COPIAS TRANSFERIDAS - MESMA RESTRICAO
      *             DA TRANSFERENCIA
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM EMITE-ROMANEIO THRU FIM-EMITE-ROMANEIO
                   GO GERENCIAR-PROCEDURE
               WHEN 36
      *             ACORDO DE DIVIDA - PARCELAMENTO DO SALDO DA CONTA
                   IF WS-OPER-NIVEL < 2
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' ACESSO RESTRITO AO GERENTE'
                       ACCEPT INUTIL
                       GO GERENCIAR-PROCEDURE
                   END-IF
                   PERFORM ACORDO-DIVIDA THRU FIM-ACORDO-DIVIDA
                   GO GERENCIAR-PROCEDURE
               WHEN 37
      *             RELATORIOS GUARDADOS PELO NOTURNO - A LISTA JA SAI
      *             FILTRADA PELO NIVEL DO OPERADOR
                   PERFORM RELATORIOS-GUARDADOS
                       THRU FIM-RELATORIOS-GUARDADOS
                   GO GERENCIAR-PROCEDURE
                WHEN OTHER
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' OPCAO INVALIDA'
               ACCEPT INUTIL
               GO FIM-VALIDA-LOGIN
           END-IF.
      *    COM A CADEIA NOTURNA RODANDO NINGUEM ENTRA. INTERROMPIDA
      *    POR FALHA, SO O GERENTE ENTRA, E AINDA CONFIRMANDO
           PERFORM VERIFICA-MANUTENCAO THRU FIM-VERIFICA-MANUTENCAO.
           IF WS-MNT-ATIVA = 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY ' SISTEMA EM MANUTENCAO - CADEIA NOTURNA EM '
                   'EXECUCAO'
               DISPLAY ' AGUARDE O FIM DO PROCESSAMENTO'
               ACCEPT INUTIL
               GO FIM-VALIDA-LOGIN
           END-IF.
           IF WS-MNT-ATIVA = 'I'
               DISPLAY BLANK-SCREEN
               DISPLAY ' SISTEMA EM MANUTENCAO - CADEIA NOTURNA '
                   'INTERROMPIDA'
               IF OPER-NIVEL < 2
                   DISPLAY ' AGUARDE O FIM DO PROCESSAMENTO'
                   ACCEPT INUTIL
                   GO FIM-VALIDA-LOGIN
               END-IF
               DISPLAY ' ENTRAR ASSIM MESMO (S/N)? '
               MOVE SPACE TO WS-MNT-CONFIRMA
               ACCEPT WS-MNT-CONFIRMA
               IF WS-MNT-CONFIRMA NOT = 'S'
                  AND WS-MNT-CONFIRMA NOT = 's'
                   GO FIM-VALIDA-LOGIN
               END-IF
           END-IF.
           MOVE OPER-NIVEL TO WS-OPER-NIVEL.
           MOVE 'S' TO WS-LOGIN-OK.
       FIM-VALIDA-LOGIN.
           CONTINUE.
       VERIFICA-MANUTENCAO.
           MOVE 'N' TO WS-MNT-ATIVA.
           OPEN INPUT ARQ-MANUT.
           IF WS-FS-31 <> 0
               GO FIM-VERIFICA-MANUTENCAO
           END-IF.
           READ ARQ-MANUT
               AT END CONTINUE
               NOT AT END
                   IF MNT-SITUACAO = 'S' OR MNT-SITUACAO = 'I'
                       MOVE MNT-SITUACAO TO WS-MNT-ATIVA
                   END-IF
           END-READ.
           CLOSE ARQ-MANUT.
       FIM-VERIFICA-MANUTENCAO.
           CONTINUE.
       REGISTRA-SESSAO.
      *    A SESSAO FICA EM SESSOES.dat ATE A SAIDA PELO MENU - O
      *    NOTURNO NAO COMECA COM SESSAO ABERTA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSAO-INICIO.
           OPEN I-O ARQ-SESSOES.
           IF WS-FS-32 = 35
               OPEN OUTPUT ARQ-SESSOES
               CLOSE ARQ-SESSOES
               OPEN I-O ARQ-SESSOES
           END-IF.
           IF WS-FS-32 = 0
               MOVE WS-OPERADOR TO SES-OPERADOR
               MOVE WS-FILIAL TO SES-FILIAL
               MOVE WS-SESSAO-INICIO TO SES-INICIO
               MOVE WS-OPER-NIVEL TO SES-NIVEL
               WRITE REG-SESSAO
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE ARQ-SESSOES
           END-IF.
       ENCERRA-SESSAO.
           OPEN I-O ARQ-SESSOES.
           IF WS-FS-32 <> 0
               GO FIM-ENCERRA-SESSAO
           END-IF.
           MOVE WS-OPERADOR TO SES-OPERADOR.
           MOVE WS-FILIAL TO SES-FILIAL.
           MOVE WS-SESSAO-INICIO TO SES-INICIO.
      *    SESSAO JA LIBERADA PELO GERENTE NO NOTURNO NAO ESTA MAIS LA
           DELETE ARQ-SESSOES RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           CLOSE ARQ-SESSOES.
       FIM-ENCERRA-SESSAO.
           CONTINUE.
       GERE-OPERADOR.
           MOVE SPACES TO WS-OPR-NOME.
           MOVE SPACES TO WS-OPR-SENHA.
           END-REWRITE.
       FIM-GERE-OPERADOR.
           CONTINUE.
       GERE-CALENDARIO.
           MOVE ZEROES TO WS-CLD-DATA.
           MOVE WS-FILIAL TO WS-CLD-FILIAL.
           MOVE SPACE TO WS-CLD-SITUACAO.
           MOVE SPACES TO WS-CLD-DESCRICAO.
           DISPLAY CALENDARIO-TELA.
           ACCEPT CALENDARIO-TELA.
           OPEN I-O ARQ-CALENDARIO.
           IF WS-FS-12 = 35
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN I-O ARQ-CALENDARIO
           END-IF.
           IF WS-FS-12 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR CALENDARIO: ' WS-FS-12
               ACCEPT INUTIL
               GO FIM-GERE-CALENDARIO
           END-IF.
           IF WS-CLD-DATA = 0
               PERFORM LISTA-CALENDARIO
               CLOSE ARQ-CALENDARIO
               GO FIM-GERE-CALENDARIO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLD-DATA) NOT = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' DATA INVALIDA'
               ACCEPT INUTIL
               CLOSE ARQ-CALENDARIO
               GO FIM-GERE-CALENDARIO
           END-IF.
           INSPECT WS-CLD-SITUACAO CONVERTING "fae" TO "FAE".
           MOVE WS-CLD-DATA TO CAL-DATA.
           MOVE WS-CLD-FILIAL TO CAL-FILIAL.
           DISPLAY BLANK-SCREEN.
           EVALUATE WS-CLD-SITUACAO
               WHEN 'F'
               WHEN 'A'
                   MOVE WS-CLD-SITUACAO TO CAL-SITUACAO
                   MOVE WS-CLD-DESCRICAO TO CAL-DESCRICAO
                   WRITE REG-CALENDARIO
                       INVALID KEY
                           REWRITE REG-CALENDARIO
                               INVALID KEY
                                   DISPLAY ' ERRO AO GRAVAR CALENDARIO'
                               NOT INVALID KEY
                                   DISPLAY ' DIA ATUALIZADO'
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY ' DIA INCLUIDO'
                   END-WRITE
               WHEN 'E'
                   DELETE ARQ-CALENDARIO
                       INVALID KEY
                           DISPLAY ' DIA NAO CADASTRADO'
                       NOT INVALID KEY
                           DISPLAY ' DIA EXCLUIDO'
                   END-DELETE
               WHEN OTHER
                   DISPLAY ' SITUACAO DEVE SER F, A OU E'
           END-EVALUATE.
           ACCEPT INUTIL.
           CLOSE ARQ-CALENDARIO.
       FIM-GERE-CALENDARIO.
           CONTINUE.
       LISTA-CALENDARIO.
      *    PROXIMOS DIAS DA FILIAL E DA REDE A PARTIR DE HOJE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' CALENDARIO DA FILIAL ' WS-CLD-FILIAL
               ' A PARTIR DE ' WS-HOJE.
           MOVE ZEROES TO WS-CLD-QTD.
           MOVE 'N' TO WS-CLD-EOF.
           MOVE WS-HOJE TO CAL-DATA.
           MOVE ZEROES TO CAL-FILIAL.
           START ARQ-CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
               INVALID KEY MOVE 'Y' TO WS-CLD-EOF
           END-START.
           PERFORM UNTIL WS-CLD-EOF = 'Y' OR WS-CLD-QTD >= 15
               READ ARQ-CALENDARIO NEXT RECORD
                   AT END MOVE 'Y' TO WS-CLD-EOF
                   NOT AT END
                       IF CAL-FILIAL = 0
                          OR CAL-FILIAL = WS-CLD-FILIAL
                           ADD 1 TO WS-CLD-QTD
                           DISPLAY ' ' CAL-DATA ' FILIAL ' CAL-FILIAL
                               ' ' CAL-SITUACAO ' ' CAL-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLD-QTD = 0
               DISPLAY ' NENHUM DIA CADASTRADO'
           END-IF.
           ACCEPT INUTIL.
       GERE-PROMOCAO.
           MOVE ZEROES TO WS-PRO-CODIGO.
           DISPLAY PROMOCODIGO.
           ACCEPT PROMOCODIGO.
           OPEN I-O ARQ-PROMOCOES.
           IF WS-FS-13 = 35
               OPEN OUTPUT ARQ-PROMOCOES
               CLOSE ARQ-PROMOCOES
               OPEN I-O ARQ-PROMOCOES
           END-IF.
           IF WS-FS-13 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR PROMOCOES: ' WS-FS-13
               ACCEPT INUTIL
               GO FIM-GERE-PROMOCAO
           END-IF.
           IF WS-PRO-CODIGO = 0
               PERFORM LISTA-PROMOCOES
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           MOVE WS-PRO-CODIGO TO PROMO-CODIGO.
           MOVE 'S' TO WS-PRO-ACHOU.
           READ ARQ-PROMOCOES RECORD INTO WS-PROMOCAO
               KEY IS PROMO-CODIGO
               INVALID KEY MOVE 'N' TO WS-PRO-ACHOU
           END-READ.
           IF WS-PRO-ACHOU = 'N'
      *        CAMPANHA NOVA COMECA ATIVA, PERCENTUAL, VALENDO HOJE
               INITIALIZE WS-PROMOCAO
               MOVE PROMO-CODIGO TO WS-PRO-CODIGO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRO-INICIO
               MOVE WS-PRO-INICIO TO WS-PRO-FIM
               MOVE 'P' TO WS-PRO-TIPO-DESC
               MOVE 'S' TO WS-PRO-ATIVA
           END-IF.
      *    SUSPENDER OU REATIVAR E SO TROCAR O CAMPO ATIVA
           DISPLAY PROMOTELA.
           ACCEPT PROMOTELA.
           INSPECT WS-PRO-TIPO-DESC CONVERTING "pv" TO "PV".
           INSPECT WS-PRO-ATIVA CONVERTING "sn" TO "SN".
           INSPECT WS-PRO-GENERO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY BLANK-SCREEN.
           IF WS-PRO-NOME = SPACES
               DISPLAY ' NOME NAO PODE FICAR EM BRANCO'
               ACCEPT INUTIL
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRO-INICIO) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-PRO-FIM) NOT = 0
              OR WS-PRO-FIM < WS-PRO-INICIO
               DISPLAY ' PERIODO INVALIDO'
               ACCEPT INUTIL
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           IF WS-PRO-DIA-SEMANA > 7
               DISPLAY ' DIA DA SEMANA DEVE SER DE 0 A 7'
               ACCEPT INUTIL
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           IF (WS-PRO-TIPO-DESC = 'P'
               AND (WS-PRO-PERCENTUAL = 0 OR WS-PRO-PERCENTUAL > 100))
              OR (WS-PRO-TIPO-DESC = 'V' AND WS-PRO-VALOR = 0)
              OR (WS-PRO-TIPO-DESC NOT = 'P'
                  AND WS-PRO-TIPO-DESC NOT = 'V')
               DISPLAY ' DESCONTO INVALIDO - P COM PERCENTUAL ATE 100'
                   ' OU V COM VALOR'
               ACCEPT INUTIL
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           IF WS-PRO-ATIVA NOT = 'S' AND WS-PRO-ATIVA NOT = 'N'
               DISPLAY ' ATIVA DEVE SER S OU N'
               ACCEPT INUTIL
               CLOSE ARQ-PROMOCOES
               GO FIM-GERE-PROMOCAO
           END-IF.
           MOVE WS-PROMOCAO TO REG-PROMOCAO.
           IF WS-PRO-ACHOU = 'S'
               REWRITE REG-PROMOCAO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PROMOCAO'
                   NOT INVALID KEY DISPLAY ' PROMOCAO ATUALIZADA'
               END-REWRITE
           ELSE
               WRITE REG-PROMOCAO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PROMOCAO'
                   NOT INVALID KEY DISPLAY ' PROMOCAO INCLUIDA'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
           CLOSE ARQ-PROMOCOES.
       FIM-GERE-PROMOCAO.
           CONTINUE.
       LISTA-PROMOCOES.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' CAMPANHAS CADASTRADAS'.
           MOVE ZEROES TO WS-PRO-QTD.
           MOVE 'N' TO WS-PRO-EOF.
           PERFORM UNTIL WS-PRO-EOF = 'Y' OR WS-PRO-QTD >= 18
               READ ARQ-PROMOCOES NEXT RECORD INTO WS-PROMOCAO
                   AT END MOVE 'Y' TO WS-PRO-EOF
                   NOT AT END
                       ADD 1 TO WS-PRO-QTD
                       DISPLAY ' ' WS-PRO-CODIGO ' ' WS-PRO-NOME
                           ' ' WS-PRO-INICIO ' A ' WS-PRO-FIM
                           ' ' WS-PRO-TIPO-DESC ' ATIVA: '
                           WS-PRO-ATIVA
               END-READ
           END-PERFORM.
           IF WS-PRO-QTD = 0
               DISPLAY ' NENHUMA PROMOCAO CADASTRADA'
           END-IF.
           ACCEPT INUTIL.
       GERE-DEPENDENTE.
           MOVE SPACES TO WS-CPF.
           MOVE ZEROES TO WS-DEP-NUMERO.
           DISPLAY DEPCHAVE.
           ACCEPT DEPCHAVE.
           PERFORM LIMPA-CPF-CNPJ.
           MOVE SPACES TO CCPF.
           MOVE WS-CNPJ-CHECK TO CCPF.
           MOVE 'S' TO WS-DEP-ACHOU.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY MOVE 'N' TO WS-DEP-ACHOU
           END-READ.
           IF WS-DEP-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE NAO ENCONTRADO'
               ACCEPT INUTIL
               GO FIM-GERE-DEPENDENTE
           END-IF.
           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS-14 = 35
               OPEN OUTPUT ARQ-DEPENDENTES
               CLOSE ARQ-DEPENDENTES
               OPEN I-O ARQ-DEPENDENTES
           END-IF.
           IF WS-FS-14 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR DEPENDENTES: ' WS-FS-14
               ACCEPT INUTIL
               GO FIM-GERE-DEPENDENTE
           END-IF.
           IF WS-DEP-NUMERO = 0
               PERFORM LISTA-DEPENDENTES
               CLOSE ARQ-DEPENDENTES
               GO FIM-GERE-DEPENDENTE
           END-IF.
           MOVE WS-CNPJ-CHECK TO DEP-CPF.
           MOVE WS-DEP-NUMERO TO DEP-NUMERO.
           MOVE 'S' TO WS-DEP-ACHOU.
           READ ARQ-DEPENDENTES RECORD INTO WS-DEPENDENTE
               KEY IS DEP-CHAVE
               INVALID KEY MOVE 'N' TO WS-DEP-ACHOU
           END-READ.
           IF WS-DEP-ACHOU = 'N'
      *        AUTORIZADO NOVO COMECA SEM LIMITE DE CLASSIFICACAO
               INITIALIZE WS-DEPENDENTE
               MOVE DEP-CHAVE TO WS-DEP-CHAVE
               MOVE 99 TO WS-DEP-CLASSIF-MAX
               MOVE 'S' TO WS-DEP-ATIVO
           END-IF.
      *    RETIRAR A AUTORIZACAO E SO TROCAR O CAMPO AUTORIZADO
           DISPLAY DEPTELA.
           ACCEPT DEPTELA.
           INSPECT WS-DEP-ATIVO CONVERTING "sn" TO "SN".
           DISPLAY BLANK-SCREEN.
           IF WS-DEP-NOME = SPACES
               DISPLAY ' NOME NAO PODE FICAR EM BRANCO'
               ACCEPT INUTIL
               CLOSE ARQ-DEPENDENTES
               GO FIM-GERE-DEPENDENTE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEP-NASCIMENTO) NOT = 0
              OR WS-DEP-NASCIMENTO > WS-HOJE
               DISPLAY ' DATA DE NASCIMENTO INVALIDA'
               ACCEPT INUTIL
               CLOSE ARQ-DEPENDENTES
               GO FIM-GERE-DEPENDENTE
           END-IF.
           IF WS-DEP-ATIVO NOT = 'S' AND WS-DEP-ATIVO NOT = 'N'
               DISPLAY ' AUTORIZADO DEVE SER S OU N'
               ACCEPT INUTIL
               CLOSE ARQ-DEPENDENTES
               GO FIM-GERE-DEPENDENTE
           END-IF.
           MOVE WS-DEPENDENTE TO REG-DEPENDENTE.
           IF WS-DEP-ACHOU = 'S'
               REWRITE REG-DEPENDENTE
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR DEPENDENTE'
                   NOT INVALID KEY DISPLAY ' DEPENDENTE ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-DEPENDENTE
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR DEPENDENTE'
                   NOT INVALID KEY DISPLAY ' DEPENDENTE INCLUIDO'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
           CLOSE ARQ-DEPENDENTES.
       FIM-GERE-DEPENDENTE.
           CONTINUE.
       LISTA-DEPENDENTES.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' DEPENDENTES DE ' WS-CNPJ-CHECK ' - ' NOME.
           MOVE ZEROES TO WS-DEP-QTD.
           MOVE 'N' TO WS-DEP-EOF.
           MOVE WS-CNPJ-CHECK TO DEP-CPF.
           MOVE ZEROES TO DEP-NUMERO.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY MOVE 'Y' TO WS-DEP-EOF
           END-START.
           PERFORM UNTIL WS-DEP-EOF = 'Y' OR WS-DEP-QTD >= 18
               READ ARQ-DEPENDENTES NEXT RECORD INTO WS-DEPENDENTE
                   AT END MOVE 'Y' TO WS-DEP-EOF
                   NOT AT END
                       IF WS-DEP-CPF NOT = WS-CNPJ-CHECK
                           MOVE 'Y' TO WS-DEP-EOF
                       ELSE
                           ADD 1 TO WS-DEP-QTD
                           DISPLAY ' ' WS-DEP-NUMERO ' ' WS-DEP-NOME
                               ' ' WS-DEP-NASCIMENTO ' CLASS: '
                               WS-DEP-CLASSIF-MAX ' AUT: '
                               WS-DEP-ATIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEP-QTD = 0
               DISPLAY ' NENHUM DEPENDENTE CADASTRADO'
           END-IF.
           ACCEPT INUTIL.
       IDENTIFICA-RETIRADA.
      *    QUEM LEVA O FILME: O TITULAR (0) OU UM AUTORIZADO DA CONTA
           MOVE 'S' TO WS-DEP-ACHOU.
           IF WS-DEP-SEL = 0
               MOVE WS-NOME TO WS-RETIRA-NOME
               MOVE CCPF TO WS-RETIRA-DOC
               MOVE WS-DATA-NASCIMENTO TO WS-NASC-REF
               INITIALIZE WS-DEPENDENTE
               GO FIM-IDENTIFICA-RETIRADA
           END-IF.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS-14 <> 0
               MOVE 'N' TO WS-DEP-ACHOU
           ELSE
               MOVE CCPF TO DEP-CPF
               MOVE WS-DEP-SEL TO DEP-NUMERO
               READ ARQ-DEPENDENTES RECORD INTO WS-DEPENDENTE
                   KEY IS DEP-CHAVE
                   INVALID KEY MOVE 'N' TO WS-DEP-ACHOU
               END-READ
               CLOSE ARQ-DEPENDENTES
           END-IF.
           IF WS-DEP-ACHOU = 'N' OR WS-DEP-ATIVO NOT = 'S'
               MOVE 'N' TO WS-DEP-ACHOU
               DISPLAY BLANK-SCREEN
               DISPLAY ' DEPENDENTE ' WS-DEP-SEL
                   ' NAO AUTORIZADO NESTA CONTA'
               ACCEPT INUTIL
               GO FIM-IDENTIFICA-RETIRADA
           END-IF.
           MOVE WS-DEP-NOME TO WS-RETIRA-NOME.
           MOVE WS-DEP-DOCUMENTO TO WS-RETIRA-DOC.
           MOVE WS-DEP-NASCIMENTO TO WS-NASC-REF.
       FIM-IDENTIFICA-RETIRADA.
           CONTINUE.
       ESTORNA-MOVIMENTO.
           MOVE ZEROES TO WS-EST-DATA.
           MOVE ZEROES TO WS-EST-HORA.
           MOVE ZEROES TO WS-EST-SEQ.
           MOVE SPACES TO WS-EST-MOTIVO.
           DISPLAY ESTCHAVE.
           ACCEPT ESTCHAVE.
           IF WS-EST-MOTIVO = SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O MOTIVO DO ESTORNO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE WS-EST-DATA TO LOG-DATA.
           MOVE WS-EST-HORA TO LOG-HORA.
           MOVE WS-EST-SEQ TO LOG-SEQ.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-LOG
               KEY IS LOG-CHAVE
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           IF WS-EST-ACHOU = 'N'
      *        MOVIMENTO JA ARQUIVADO NO MENSAL NAO SE ESTORNA MAIS
               DISPLAY BLANK-SCREEN
               DISPLAY ' MOVIMENTO NAO ENCONTRADO NO ARQUIVO CORRENTE'
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           PERFORM PREPARA-LOGDETALHE.
           DISPLAY LOGDETALHE.
           ACCEPT INUTIL.
           IF LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
              AND LOG-TIPO NOT = 'D' AND LOG-TIPO NOT = 'P'
               DISPLAY BLANK-SCREEN
               DISPLAY ' SO ALUGUEL, RENOVACAO, DEVOLUCAO E PAGAMENTO'
                   ' PODEM SER ESTORNADOS'
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           IF LOG-TIPO = 'P' AND LOG-FORMA-PAGTO = 6
               DISPLAY BLANK-SCREEN
               DISPLAY ' DESCONTO DE ACORDO NAO PODE SER ESTORNADO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
      *    PAGAMENTO QUE ABATEU PARCELAS DE ACORDO DESFAZ A BAIXA NELAS
           MOVE ZEROES TO WS-EST-ACO-VALOR.
           IF LOG-TIPO = 'P' AND LOG-ACO-VALOR NUMERIC
               MOVE LOG-ACO-VALOR TO WS-EST-ACO-VALOR
           END-IF.
      *    DEVOLUCAO E RENOVACAO GRAVADAS SEM AS DATAS ANTERIORES NAO
      *    TEM COMO SER DESFEITAS
           IF (LOG-TIPO = 'D' OR LOG-TIPO = 'N')
              AND (LOG-COPIA = 0 OR LOG-ALUGADO-EM NOT NUMERIC
                   OR LOG-DEVOLVER-EM NOT NUMERIC)
               DISPLAY BLANK-SCREEN
               DISPLAY ' MOVIMENTO SEM DADOS DA COPIA - ESTORNO'
                   ' IMPOSSIVEL'
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE LOG-TIPO TO WS-EST-TIPO.
           MOVE LOG-CPF TO WS-EST-CPF.
           MOVE LOG-CODIGO TO WS-EST-CODIGO.
           MOVE LOG-COPIA TO WS-EST-COPIA.
           MOVE LOG-PRAZO TO WS-EST-PRAZO.
           MOVE LOG-DESCONTO TO WS-EST-DESCONTO.
           IF LOG-TIPO = 'D' OR LOG-TIPO = 'N'
               MOVE LOG-ALUGADO-EM TO WS-EST-ALUGADO-EM
               MOVE LOG-DEVOLVER-EM TO WS-EST-DEVOLVER-EM
           ELSE
               MOVE ZEROES TO WS-EST-ALUGADO-EM
               MOVE ZEROES TO WS-EST-DEVOLVER-EM
           END-IF.
      *    DEVOLUCAO ANTIGA, SEM A MARCA DO PLANO, VOLTA COMO AVULSO
           IF LOG-TIPO = 'D' AND LOG-ALU-PLANO = 'S'
               MOVE 'S' TO WS-EST-ALU-PLANO
           ELSE
               MOVE 'N' TO WS-EST-ALU-PLANO
           END-IF.
           MOVE 1 TO WS-EST-QTD.
           PERFORM GUARDA-MOVIMENTO-ESTORNO.
           OPEN I-O ARQ-ESTORNOS.
           IF WS-FS-15 = 35
               OPEN OUTPUT ARQ-ESTORNOS
               CLOSE ARQ-ESTORNOS
               OPEN I-O ARQ-ESTORNOS
           END-IF.
           IF WS-FS-15 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR ESTORNOS: ' WS-FS-15
               ACCEPT INUTIL
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE WS-EST-M-CHAVE(1) TO EST-ORIGEM.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-ESTORNOS
               KEY IS EST-ORIGEM
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           IF WS-EST-ACHOU = 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY ' MOVIMENTO JA ESTORNADO EM ' EST-DATA
                   ' - AUTORIZADO POR ' EST-AUTORIZADOR
               ACCEPT INUTIL
               CLOSE ARQ-ESTORNOS
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE 'S' TO WS-EST-OK.
           IF WS-EST-TIPO NOT = 'P'
               PERFORM BUSCA-POSTERIORES
           END-IF.
           IF WS-EST-OK = 'N'
               CLOSE ARQ-ESTORNOS
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE SPACES TO WS-EST-GERENTE.
           MOVE SPACES TO WS-EST-SENHA.
           DISPLAY ESTAUTORIZA.
           ACCEPT ESTAUTORIZA.
           MOVE "ESTORNO NEGADO" TO WS-AUT-ACAO.
           PERFORM VALIDA-AUTORIZADOR THRU FIM-VALIDA-AUTORIZADOR.
           IF WS-EST-OK = 'N'
               CLOSE ARQ-ESTORNOS
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           MOVE ZEROES TO WS-EST-AJUSTE.
           IF WS-EST-TIPO = 'P'
               MOVE SPACES TO CCPF
               MOVE WS-EST-CPF TO CCPF
               MOVE ZEROES TO CODIGO
               ADD WS-EST-M-VALOR(1) TO WS-EST-AJUSTE
               IF WS-EST-M-FORMA(1) = 5
                   PERFORM DEVOLVE-VALE THRU FIM-DEVOLVE-VALE
               END-IF
           ELSE
               PERFORM ESTORNA-CADASTROS THRU FIM-ESTORNA-CADASTROS
           END-IF.
           IF WS-EST-OK = 'N'
               CLOSE ARQ-ESTORNOS
               GO FIM-ESTORNA-MOVIMENTO
           END-IF.
           IF WS-EST-AJUSTE NOT = 0
               PERFORM LE-CONTA
               ADD WS-EST-AJUSTE TO CONTA-SALDO
               PERFORM GRAVA-CONTA
           END-IF.
           IF WS-EST-ACO-VALOR > 0
               MOVE 'E' TO WS-ACD-FUNCAO
               MOVE WS-EST-CPF TO WS-ACD-CPF
               MOVE ZEROES TO WS-ACD-DATA
               MOVE WS-EST-ACO-VALOR TO WS-ACD-VALOR
               PERFORM CHAMA-ACORDO
           END-IF.
           PERFORM VARYING WS-EST-K FROM 1 BY 1
                   UNTIL WS-EST-K > WS-EST-QTD
               PERFORM GRAVA-ESTORNO
           END-PERFORM.
           CLOSE ARQ-ESTORNOS.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' ESTORNO REGISTRADO - MOVIMENTOS COMPENSADOS: '
               WS-EST-QTD.
           IF WS-EST-AJUSTE NOT = 0
               DISPLAY ' NOVO SALDO DA CONTA: ' CONTA-SALDO
           END-IF.
           ACCEPT INUTIL.
       FIM-ESTORNA-MOVIMENTO.
           CONTINUE.
       GUARDA-MOVIMENTO-ESTORNO.
           MOVE LOG-CHAVE TO WS-EST-M-CHAVE(WS-EST-QTD).
           MOVE LOG-TIPO TO WS-EST-M-TIPO(WS-EST-QTD).
           MOVE LOG-VALOR TO WS-EST-M-VALOR(WS-EST-QTD).
           MOVE LOG-MULTA TO WS-EST-M-MULTA(WS-EST-QTD).
           MOVE LOG-FORMA-PAGTO TO WS-EST-M-FORMA(WS-EST-QTD).
           MOVE LOG-NSU TO WS-EST-M-NSU(WS-EST-QTD).
       BUSCA-POSTERIORES.
      *    O RESGATE E A CAUCAO DO ALUGUEL, A TAXA E A CAUCAO DA
      *    DEVOLUCAO VEM LOGO DEPOIS DO MOVIMENTO E CAEM JUNTO. OUTRO
      *    MOVIMENTO DO MESMO FILME NO CLIENTE TEM DE SER ESTORNADO
      *    ANTES - O ESTORNO DESFAZ SEMPRE DO MAIS NOVO PARA O ANTIGO
           MOVE 'S' TO WS-EST-SEGUE.
           MOVE 'N' TO WS-EST-EOF.
           START ARQ-LOG KEY IS GREATER THAN LOG-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EST-EOF
           END-START.
           PERFORM UNTIL WS-EST-EOF = 'Y' OR WS-EST-OK = 'N'
               READ ARQ-LOG NEXT RECORD
                   AT END MOVE 'Y' TO WS-EST-EOF
                   NOT AT END
                       PERFORM AVALIA-POSTERIOR
                           THRU FIM-AVALIA-POSTERIOR
               END-READ
           END-PERFORM.
       AVALIA-POSTERIOR.
           IF LOG-CPF NOT = WS-EST-CPF
              OR LOG-CODIGO NOT = WS-EST-CODIGO
               GO FIM-AVALIA-POSTERIOR
           END-IF.
           IF WS-EST-SEGUE = 'S' AND WS-EST-QTD < 3
              AND ((WS-EST-TIPO = 'A'
                    AND (LOG-TIPO = 'J' OR LOG-TIPO = 'U'))
                OR (WS-EST-TIPO = 'D'
                    AND (LOG-TIPO = 'S' OR LOG-TIPO = 'W')))
               ADD 1 TO WS-EST-QTD
               PERFORM GUARDA-MOVIMENTO-ESTORNO
               GO FIM-AVALIA-POSTERIOR
           END-IF.
           MOVE 'N' TO WS-EST-SEGUE.
           IF LOG-TIPO NOT = 'A' AND LOG-TIPO NOT = 'N'
              AND LOG-TIPO NOT = 'D'
               GO FIM-AVALIA-POSTERIOR
           END-IF.
           MOVE LOG-CHAVE TO EST-ORIGEM.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-ESTORNOS
               KEY IS EST-ORIGEM
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           IF WS-EST-ACHOU = 'N'
               MOVE 'N' TO WS-EST-OK
               PERFORM PREPARA-LOGDETALHE
               DISPLAY BLANK-SCREEN
               DISPLAY ' HA MOVIMENTO POSTERIOR DO MESMO FILME - '
                   'ESTORNE-O ANTES'
               DISPLAY ' ' WS-TIPO-DESC ' ' LOG-DATA ' ' LOG-HORA
                   ' ' LOG-SEQ
               ACCEPT INUTIL
           END-IF.
       FIM-AVALIA-POSTERIOR.
           CONTINUE.
       VALIDA-AUTORIZADOR.
           MOVE 'N' TO WS-EST-OK.
           MOVE WS-EST-GERENTE TO OPER-NOME.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-OPER
               KEY IS OPER-NOME
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           DISPLAY BLANK-SCREEN.
           IF WS-EST-ACHOU = 'N' OR OPER-ATIVO NOT = 'S'
              OR OPER-SENHA NOT = WS-EST-SENHA
               DISPLAY ' GERENTE OU SENHA INVALIDOS - ' WS-AUT-ACAO
               ACCEPT INUTIL
               GO FIM-VALIDA-AUTORIZADOR
           END-IF.
           IF OPER-NIVEL < 2
               DISPLAY ' ' OPER-NOME ' NAO E GERENTE - ' WS-AUT-ACAO
               ACCEPT INUTIL
               GO FIM-VALIDA-AUTORIZADOR
           END-IF.
           MOVE 'S' TO WS-EST-OK.
       FIM-VALIDA-AUTORIZADOR.
           CONTINUE.
       ESTORNA-CADASTROS.
      *    ALUGUEL, RENOVACAO E DEVOLUCAO MEXEM NO CLIENTE, NO FILME
      *    E NO ALUGUEL COMO O MOVIMENTO ORIGINAL - MESMO JORNAL,
      *    MESMAS TRAVAS
           MOVE 'N' TO WS-EST-OK.
           MOVE SPACES TO CCPF.
           MOVE WS-EST-CPF TO CCPF.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-CLIENTES RECORD INTO WS-CLIENTES WITH LOCK
               KEY IS CCPF
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           IF WS-EST-ACHOU = 'N' OR WS-FS = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE NAO ENCONTRADO OU EM USO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-CADASTROS
           END-IF.
           MOVE WS-EST-CODIGO TO CODIGO.
           MOVE 'S' TO WS-EST-ACHOU.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY MOVE 'N' TO WS-EST-ACHOU
           END-READ.
           IF WS-EST-ACHOU = 'N' OR WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' FILME NAO ENCONTRADO OU EM USO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-CADASTROS
           END-IF.
           MOVE WS-CLIENTES TO WS-IMAGEM-CLIENTE.
           MOVE WS-FILME TO WS-IMAGEM-FILME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           EVALUATE WS-EST-TIPO
               WHEN 'A'
                   PERFORM ESTORNA-ALUGUEL THRU FIM-ESTORNA-ALUGUEL
               WHEN 'N'
                   PERFORM ESTORNA-RENOVACAO THRU FIM-ESTORNA-RENOVACAO
               WHEN 'D'
                   PERFORM ESTORNA-DEVOLUCAO THRU FIM-ESTORNA-DEVOLUCAO
           END-EVALUATE.
           IF WS-EST-OK = 'N'
               GO FIM-ESTORNA-CADASTROS
           END-IF.
           PERFORM GRAVA-JORNAL-CLIENTE.
           PERFORM GRAVA-JORNAL-FILME.
           IF WS-ALU-ACAO = 'I'
               PERFORM GRAVA-JORNAL-INCLUSAO
           ELSE
               PERFORM GRAVA-JORNAL-ALUGUEL
           END-IF.
           MOVE WS-CLIENTES TO REG-DATA.
           REWRITE REG-DATA
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO ESTORNAR'
                   ACCEPT INUTIL
               NOT INVALID KEY CONTINUE
           END-REWRITE.
           MOVE WS-FILME TO REG-FILME.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO ESTORNAR'
                   ACCEPT INUTIL
               NOT INVALID KEY CONTINUE
           END-REWRITE.
      *    E = ALUGUEL SAI DO ARQUIVO, R = NOVA DATA, I = REABERTO
           MOVE WS-ALU-CHAVE TO ALU-CHAVE.
           EVALUATE WS-ALU-ACAO
               WHEN 'E'
                   DELETE ARQ-ALUGUEIS RECORD
                       INVALID KEY
                           DISPLAY BLANK-SCREEN
                           DISPLAY ' ERRO AO ESTORNAR'
                           ACCEPT INUTIL
                   END-DELETE
               WHEN 'R'
                   REWRITE REG-ALUGUEL FROM WS-ALUGUEL
                       INVALID KEY
                           DISPLAY BLANK-SCREEN
                           DISPLAY ' ERRO AO ESTORNAR'
                           ACCEPT INUTIL
                   END-REWRITE
               WHEN 'I'
                   WRITE REG-ALUGUEL FROM WS-ALUGUEL
                       INVALID KEY
                           DISPLAY BLANK-SCREEN
                           DISPLAY ' ERRO AO ESTORNAR'
                           ACCEPT INUTIL
                   END-WRITE
           END-EVALUATE.
           PERFORM GRAVA-JORNAL-FIM.
       FIM-ESTORNA-CADASTROS.
           CONTINUE.
       ESTORNA-ALUGUEL.
      *    A COPIA VOLTA PARA A PRATELEIRA E O CLIENTE RECEBE DE VOLTA
      *    O QUE PAGOU: VALOR, PONTOS DO RESGATE OU CREDITO DO PACOTE
           MOVE WS-EST-CODIGO TO WS-ALU-BUSCA-CODIGO.
           MOVE WS-EST-COPIA TO WS-ALU-BUSCA-COPIA.
           MOVE WS-EST-DATA TO WS-ALU-BUSCA-DATA.
           PERFORM ACHA-ALUGUEL THRU FIM-ACHA-ALUGUEL.
           IF WS-ALU-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' ALUGUEL NAO ESTA MAIS EM ABERTO NO CLIENTE'
               ACCEPT INUTIL
               GO FIM-ESTORNA-ALUGUEL
           END-IF.
           MOVE WS-ALU-COPIA TO WS-EST-COPIA.
           MOVE 'E' TO WS-ALU-ACAO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-QTD-COPIAS
                      OR WS-COPIA-NUMERO(WS-J) = WS-EST-COPIA
           END-PERFORM.
           IF WS-J <= WS-QTD-COPIAS
               IF WS-COPIA-STATUS(WS-J) = 0
                   MOVE 1 TO WS-COPIA-STATUS(WS-J)
                   ADD 1 TO WS-QTD-DISPONIVEIS
                   MOVE 1 TO WS-ISTATUS
               END-IF
           END-IF.
           SUBTRACT WS-EST-M-VALOR(1) FROM WS-EST-AJUSTE.
           MOVE ZEROES TO WS-EST-PONTOS.
           PERFORM VARYING WS-EST-K FROM 2 BY 1
                   UNTIL WS-EST-K > WS-EST-QTD
               IF WS-EST-M-TIPO(WS-EST-K) = 'J'
                   MOVE WS-EST-M-VALOR(WS-EST-K) TO WS-EST-PONTOS
               END-IF
               IF WS-EST-M-TIPO(WS-EST-K) = 'U'
                   SUBTRACT WS-EST-M-VALOR(WS-EST-K) FROM WS-EST-AJUSTE
               END-IF
           END-PERFORM.
      *    ALUGUEL DO PLANO NAO DEVOLVE NADA - APAGAR O ALUGUEL JA
      *    LIBERA A VAGA NA COTA DO PLANO
           IF WS-EST-M-VALOR(1) = 0 AND WS-ALU-PLANO NOT = 'S'
               IF WS-EST-PONTOS > 0
                   ADD WS-EST-PONTOS TO WS-PONTOS
               ELSE
      *            SEM VALOR, SEM RESGATE E SEM DESCONTO: SAIU DO PACOTE
                   IF WS-EST-DESCONTO = 0
                       ADD 1 TO WS-PACOTE-CREDITOS
                   END-IF
               END-IF
           END-IF.
           PERFORM ESTORNA-PONTOS-GANHOS.
           MOVE 'S' TO WS-EST-OK.
       FIM-ESTORNA-ALUGUEL.
           CONTINUE.
       ESTORNA-RENOVACAO.
           MOVE WS-EST-CODIGO TO WS-ALU-BUSCA-CODIGO.
           MOVE WS-EST-COPIA TO WS-ALU-BUSCA-COPIA.
           MOVE ZEROES TO WS-ALU-BUSCA-DATA.
           PERFORM ACHA-ALUGUEL THRU FIM-ACHA-ALUGUEL.
           IF WS-ALU-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' ALUGUEL NAO ESTA MAIS EM ABERTO NO CLIENTE'
               ACCEPT INUTIL
               GO FIM-ESTORNA-RENOVACAO
           END-IF.
           MOVE WS-EST-DEVOLVER-EM TO WS-ALU-DATA-DEVOLUCAO.
           MOVE 'R' TO WS-ALU-ACAO.
           SUBTRACT WS-EST-M-VALOR(1) FROM WS-EST-AJUSTE.
           PERFORM ESTORNA-PONTOS-GANHOS.
           MOVE 'S' TO WS-EST-OK.
       FIM-ESTORNA-RENOVACAO.
           CONTINUE.
       ESTORNA-DEVOLUCAO.
      *    O ALUGUEL VOLTA A FICAR EM ABERTO COM AS DATAS ORIGINAIS -
      *    SO SE A COPIA NAO TIVER SAIDO DE NOVO NESSE MEIO TEMPO
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-QTD-COPIAS
                      OR WS-COPIA-NUMERO(WS-J) = WS-EST-COPIA
           END-PERFORM.
           IF WS-J > WS-QTD-COPIAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA ' WS-EST-COPIA ' NAO EXISTE MAIS NO'
                   ' ACERVO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-DEVOLUCAO
           END-IF.
           IF WS-COPIA-STATUS(WS-J) = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA ' WS-EST-COPIA ' JA ESTA ALUGADA DE NOVO'
               ACCEPT INUTIL
               GO FIM-ESTORNA-DEVOLUCAO
           END-IF.
           IF WS-COPIA-STATUS(WS-J) = 5
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA ' WS-EST-COPIA ' EM TRANSITO PARA OUTRA'
                   ' FILIAL'
               ACCEPT INUTIL
               GO FIM-ESTORNA-DEVOLUCAO
           END-IF.
           IF WS-COPIA-STATUS(WS-J) = 1 AND WS-QTD-DISPONIVEIS > 0
               SUBTRACT 1 FROM WS-QTD-DISPONIVEIS
           END-IF.
           MOVE 0 TO WS-COPIA-STATUS(WS-J).
           IF WS-QTD-DISPONIVEIS > 0
               MOVE 1 TO WS-ISTATUS
           ELSE
               MOVE 0 TO WS-ISTATUS
           END-IF.
           MOVE ZEROES TO WS-EST-CAUCAO.
           SUBTRACT WS-EST-M-MULTA(1) FROM WS-EST-AJUSTE.
           PERFORM VARYING WS-EST-K FROM 2 BY 1
                   UNTIL WS-EST-K > WS-EST-QTD
               IF WS-EST-M-TIPO(WS-EST-K) = 'S'
                   SUBTRACT WS-EST-M-VALOR(WS-EST-K) FROM WS-EST-AJUSTE
               END-IF
               IF WS-EST-M-TIPO(WS-EST-K) = 'W'
                   MOVE WS-EST-M-VALOR(WS-EST-K) TO WS-EST-CAUCAO
                   ADD WS-EST-M-VALOR(WS-EST-K) TO WS-EST-AJUSTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ALUGUEL.
           MOVE CCPF TO WS-ALU-CPF.
           MOVE WS-EST-CODIGO TO WS-ALU-CODIGO.
           MOVE WS-EST-COPIA TO WS-ALU-COPIA.
           MOVE WS-COPIA-FILIAL(WS-J) TO WS-ALU-FILIAL.
           MOVE WS-EST-ALUGADO-EM TO WS-ALU-DATA-ALUGUEL.
           MOVE WS-EST-DEVOLVER-EM TO WS-ALU-DATA-DEVOLUCAO.
           MOVE WS-EST-PRAZO TO WS-ALU-PRAZO.
           MOVE WS-EST-CAUCAO TO WS-ALU-CAUCAO.
           MOVE WS-EST-ALU-PLANO TO WS-ALU-PLANO.
           MOVE 'I' TO WS-ALU-ACAO.
           MOVE 'S' TO WS-EST-OK.
       FIM-ESTORNA-DEVOLUCAO.
           CONTINUE.
       ESTORNA-PONTOS-GANHOS.
      *    O PONTOS CREDITA A NOITE OS PAGOS DO DIA - MOVIMENTO DE HOJE
      *    ELE MESMO DESCONTA; DE ANTES, OS PONTOS JA ESTAO NO CLIENTE
           IF WS-EST-M-VALOR(1) > 0
              AND WS-EST-DATA < WS-HOJE
               IF WS-PONTOS > WS-PAR-PONTOS-GANHO
                   SUBTRACT WS-PAR-PONTOS-GANHO FROM WS-PONTOS
               ELSE
                   MOVE ZEROES TO WS-PONTOS
               END-IF
           END-IF.
       GRAVA-ESTORNO.
      *    UM 'K' PARA CADA MOVIMENTO COMPENSADO, COM OS MESMOS VALORES
      *    E A CHAVE DO ORIGINAL NO VINCULO
           MOVE 'K' TO LOG-TIPO.
           MOVE WS-EST-M-MULTA(WS-EST-K) TO LOG-MULTA.
           MOVE WS-EST-M-VALOR(WS-EST-K) TO LOG-VALOR.
           MOVE WS-EST-M-FORMA(WS-EST-K) TO WS-LOG-FORMA.
           MOVE WS-EST-M-NSU(WS-EST-K) TO WS-LOG-NSU.
           MOVE WS-EST-M-CHAVE(WS-EST-K) TO WS-LOG-ORIGEM-CHAVE.
           MOVE WS-EST-M-TIPO(WS-EST-K) TO WS-LOG-ORIGEM-TIPO.
           IF WS-EST-K = 1
               MOVE WS-EST-COPIA TO WS-LOG-COPIA
           END-IF.
           PERFORM REGISTRA-LOG.
           IF WS-EST-K = 1 AND WS-EST-COPIA > 0
               MOVE WS-EST-CODIGO TO WS-PAT-CODIGO
               MOVE WS-EST-COPIA TO WS-PAT-COPIA
               MOVE 'K' TO WS-PAT-EVENTO
               MOVE WS-EST-M-TIPO(1) TO WS-PAT-ORIGEM
               IF WS-PAT-ORIGEM = 'D'
                   MOVE WS-EST-M-MULTA(1) TO WS-PAT-VALOR-MOV
               ELSE
                   MOVE WS-EST-M-VALOR(1) TO WS-PAT-VALOR-MOV
               END-IF
               PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO
           END-IF.
           MOVE WS-EST-M-CHAVE(WS-EST-K) TO EST-ORIGEM.
           MOVE WS-EST-M-TIPO(WS-EST-K) TO EST-ORIGEM-TIPO.
           MOVE LOG-CHAVE TO EST-CHAVE.
           MOVE LOG-DATA TO EST-DATA.
           MOVE LOG-HORA TO EST-HORA.
           MOVE WS-EST-CPF TO EST-CPF.
           MOVE WS-EST-CODIGO TO EST-CODIGO.
           MOVE WS-EST-M-VALOR(WS-EST-K) TO EST-VALOR.
           MOVE WS-EST-M-MULTA(WS-EST-K) TO EST-MULTA.
           MOVE WS-OPERADOR TO EST-SOLICITANTE.
           MOVE WS-EST-GERENTE TO EST-AUTORIZADOR.
           MOVE WS-FILIAL TO EST-FILIAL.
           MOVE WS-EST-MOTIVO TO EST-MOTIVO.
           WRITE REG-ESTORNO
               INVALID KEY
                   DISPLAY ' AVISO: ESTORNO NAO GRAVADO EM ESTORNOS - '
                       WS-FS-15
                   ACCEPT INUTIL
           END-WRITE.
       VENDE-COPIA.
           MOVE ZEROES TO CODIGO.
           MOVE ZEROES TO WS-COPIA-SEL.
           MOVE ZEROES TO WS-VENDA-PRECO.
           MOVE ZEROES TO WS-FORMA-PAGTO.
           MOVE SPACES TO WS-NSU.
           DISPLAY VENDECOPIA.
           ACCEPT VENDECOPIA.
           IF WS-VENDA-PRECO = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O PRECO DE VENDA'
               ACCEPT INUTIL
               GO FIM-VENDE-COPIA
           END-IF.
           PERFORM VALIDA-FORMA-PAGTO.
           IF WS-FORMA-OK = 'N'
               GO FIM-VENDE-COPIA
           END-IF.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-VENDE-COPIA
           END-READ.
           IF WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-VENDE-COPIA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 10
                      OR (WS-COPIA-NUMERO(WS-I) = WS-COPIA-SEL
                          AND WS-COPIA-SEL NOT = 0)
           END-PERFORM.
           IF WS-I > 10
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA NAO ENCONTRADA'
               ACCEPT INUTIL
               GO FIM-VENDE-COPIA
           END-IF.
      *    SO COPIA RETIRADA OU SOBRA DE PRATELEIRA TEM VENDA -
      *    A ULTIMA COPIA DISPONIVEL FICA PARA ALUGUEL
           IF WS-COPIA-STATUS(WS-I) NOT = 4
              AND NOT (WS-COPIA-STATUS(WS-I) = 1
                       AND WS-QTD-DISPONIVEIS > 1)
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA NAO DISPONIVEL PARA VENDA'
               DISPLAY ' (SO RETIRADA OU SOBRA DE PRATELEIRA)'
               ACCEPT INUTIL
               GO FIM-VENDE-COPIA
           END-IF.
           MOVE WS-FILME TO WS-IMAGEM-FILME.
           PERFORM GRAVA-JORNAL-FILME.
           IF WS-COPIA-STATUS(WS-I) = 1
               SUBTRACT 1 FROM WS-QTD-DISPONIVEIS
           END-IF.
      *    COMPACTA A TABELA - AS BUSCAS DE COPIA SAO LIMITADAS POR
      *    WS-QTD-COPIAS E UM BURACO NO MEIO ESCONDERIA A ULTIMA
           PERFORM VARYING WS-J FROM WS-I BY 1 UNTIL WS-J > 9
               MOVE WS-COPIA-NUMERO(WS-J + 1)
                   TO WS-COPIA-NUMERO(WS-J)
               MOVE WS-COPIA-STATUS(WS-J + 1)
                   TO WS-COPIA-STATUS(WS-J)
               MOVE WS-COPIA-FILIAL(WS-J + 1)
                   TO WS-COPIA-FILIAL(WS-J)
           END-PERFORM.
           MOVE ZEROES TO WS-COPIA-NUMERO(10).
           MOVE ZEROES TO WS-COPIA-STATUS(10).
           MOVE ZEROES TO WS-COPIA-FILIAL(10).
           SUBTRACT 1 FROM WS-QTD-COPIAS.
           IF WS-QTD-DISPONIVEIS > 0
               MOVE 1 TO WS-ISTATUS
           ELSE
               MOVE 0 TO WS-ISTATUS
           END-IF.
           MOVE WS-FILME TO REG-FILME.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR VENDA'
                   ACCEPT INUTIL
                   GO FIM-VENDE-COPIA
               NOT INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM GRAVA-JORNAL-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE SPACES TO CCPF.
           MOVE 'V' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-VENDA-PRECO TO LOG-VALOR.
           MOVE WS-FORMA-PAGTO TO WS-LOG-FORMA.
           MOVE WS-NSU TO WS-LOG-NSU.
           PERFORM REGISTRA-LOG.
           MOVE WS-CODIGO TO WS-PAT-CODIGO.
           MOVE WS-COPIA-SEL TO WS-PAT-COPIA.
           MOVE 'V' TO WS-PAT-EVENTO.
           MOVE WS-VENDA-PRECO TO WS-PAT-VALOR-MOV.
           PERFORM ATUALIZA-PATRIMONIO THRU FIM-ATUALIZA-PATRIMONIO.
           DISPLAY RECIBO-VENDA.
           ACCEPT INUTIL.
       FIM-VENDE-COPIA.
           CONTINUE.
       ALTERA-FILME.
           MOVE ZEROES TO CODIGO.
           DISPLAY ALTERFCOD.
           ACCEPT ALTERFCOD.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-ALTERA-FILME
           END-READ.
           IF WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-ALTERA-FILME
           END-IF.
           MOVE WS-FILME TO WS-IMAGEM-FILME.
           PERFORM GUARDA-PRECO-ANTERIOR.
           DISPLAY ALTERFILME.
           ACCEPT ALTERFILME.
           IF WS-CLASSIFICACAO NOT = 0
              AND WS-CLASSIFICACAO NOT = 10
              AND WS-CLASSIFICACAO NOT = 12
              AND WS-CLASSIFICACAO NOT = 14
              AND WS-CLASSIFICACAO NOT = 16
              AND WS-CLASSIFICACAO NOT = 18
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLASSIFICACAO INVALIDA'
               ACCEPT INUTIL
               GO FIM-ALTERA-FILME
           END-IF.
           IF WS-FNOME = SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY ' NOME NAO PODE FICAR EM BRANCO'
               ACCEPT INUTIL
               GO FIM-ALTERA-FILME
           END-IF.
           INSPECT WS-FAIXA CONVERTING "lck" TO "LCK".
           IF WS-FAIXA NOT = WS-ANT-FAIXA
               IF WS-FAIXA NOT = 'L' AND WS-FAIXA NOT = 'C'
                  AND WS-FAIXA NOT = 'K'
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FAIXA INVALIDA - USE L, C OU K'
                   ACCEPT INUTIL
                   GO FIM-ALTERA-FILME
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FAIXA-DESDE
               IF WS-DATA-ENTRADA = 0
                   MOVE WS-FAIXA-DESDE TO WS-DATA-ENTRADA
               END-IF
      *        TROCA DE FAIXA SEM MEXER NOS PRECOS LEVA OS DA TABELA
               IF WS-VALOR-DIARIA = WS-ANT-DIARIA
                  AND WS-VALOR-PRAZO-1 = WS-ANT-PRAZO-1
                  AND WS-VALOR-PRAZO-3 = WS-ANT-PRAZO-3
                  AND WS-EXIGE-CAUCAO = WS-ANT-CAUCAO
                  AND WS-CAUCAO-VALOR = WS-ANT-CAUCAO-VALOR
                   MOVE WS-FAIXA TO WS-FXP-FAIXA
                   PERFORM LE-FAIXA
                   IF WS-FXP-ACHOU = 'S'
                       PERFORM APLICA-FAIXA
                   END-IF
               END-IF
           END-IF.
      *    SO OS CAMPOS DESCRITIVOS E DE PRECO MUDAM - CONTADORES DE
      *    COPIA E RESERVA FICAM COMO ESTAO NO REGISTRO LIDO
           PERFORM GRAVA-JORNAL-FILME.
           MOVE WS-FILME TO REG-FILME.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR'
                   ACCEPT INUTIL
                   GO FIM-ALTERA-FILME
               NOT INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM GRAVA-JORNAL-FIM.
           MOVE 'M' TO HPR-ORIGEM.
           PERFORM GRAVA-HIST-PRECO.
           MOVE SPACES TO CCPF.
           MOVE 'E' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-VALOR-DIARIA TO LOG-VALOR.
           PERFORM REGISTRA-LOG.
           DISPLAY FILME-DATA.
           ACCEPT INUTIL.
       FIM-ALTERA-FILME.
           CONTINUE.
       ALTERA-PARAMETROS.
           MOVE ZEROES TO WS-PRM-VIGENCIA.
           MOVE WS-PAR-PRAZO-DIAS TO WS-PRM-PRAZO.
           MOVE WS-PAR-MULTA-DIA TO WS-PRM-MULTA.
           MOVE WS-PAR-LIMITE-DEBITO TO WS-PRM-LIMITE.
           MOVE WS-PAR-FATOR-REPOSICAO TO WS-PRM-FATOR.
           MOVE WS-PAR-PAC-PRAZO-DIAS TO WS-PRM-PAC.
           MOVE WS-PAR-PONTOS-GANHO TO WS-PRM-PTS-GANHO.
           MOVE WS-PAR-PONTOS-RESGATE TO WS-PRM-PTS-RESGATE.
           MOVE WS-PAR-PONTOS-PRAZO-DIAS TO WS-PRM-PTS-PRAZO.
           MOVE WS-PAR-GERACOES-JORNAL TO WS-PRM-GERACOES.
           MOVE WS-PAR-ALIQUOTA-ISS TO WS-PRM-ISS.
           MOVE WS-PAR-INSCRICAO-MUN TO WS-PRM-INSCRICAO.
           MOVE WS-PAR-COD-SERVICO TO WS-PRM-SERVICO.
           MOVE WS-PAR-LIQ-DEBITO TO WS-PRM-LIQ-DEB.
           MOVE WS-PAR-LIQ-CREDITO TO WS-PRM-LIQ-CRED.
           MOVE WS-PAR-LIQ-PIX TO WS-PRM-LIQ-PIX.
           MOVE WS-PAR-LGPD-ANOS TO WS-PRM-LGPD.
           MOVE WS-PAR-VALE-PRAZO-DIAS TO WS-PRM-VALE.
           MOVE WS-PAR-ASS-CARENCIA TO WS-PRM-ASS.
           MOVE WS-PAR-COMPRA-GIRO TO WS-PRM-GIRO.
           MOVE WS-PAR-VIDA-UTIL TO WS-PRM-VIDA.
           MOVE WS-PAR-REDIST-MINIMO TO WS-PRM-REDIST.
           MOVE WS-PAR-TRANSITO-DIAS TO WS-PRM-TRANSITO.
           MOVE WS-PAR-COM-PACOTE TO WS-PRM-COM-PAC.
           MOVE WS-PAR-COM-VENDA TO WS-PRM-COM-VENDA.
           MOVE WS-PAR-COM-CLIENTE TO WS-PRM-COM-CLI.
           MOVE WS-PAR-COM-BONUS-QTD TO WS-PRM-BONUS-QTD.
           MOVE WS-PAR-COM-BONUS-VALOR TO WS-PRM-BONUS-VAL.
           MOVE WS-PAR-ACORDO-PARCELAS TO WS-PRM-ACO-PARC.
           MOVE WS-PAR-ACORDO-TOLERANCIA TO WS-PRM-ACO-TOL.
           MOVE WS-PAR-BUREAU-CAUCAO TO WS-PRM-BUR-CAUCAO.
           MOVE WS-PAR-LIMITE-PF TO WS-PRM-LIMITE-PF.
           MOVE WS-PAR-LIMITE-PJ TO WS-PRM-LIMITE-PJ.
           MOVE WS-PAR-RETENCAO-REL TO WS-PRM-RETENCAO.
           DISPLAY PARAMETROS-TELA.
           ACCEPT PARAMETROS-TELA.
           IF WS-PRM-VIGENCIA = 0
               GO FIM-ALTERA-PARAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF WS-PRM-VIGENCIA < WS-HOJE
      *        VIGENCIA NO PASSADO REESCREVERIA A HISTORIA
               DISPLAY BLANK-SCREEN
               DISPLAY ' VIGENCIA NAO PODE SER ANTERIOR A HOJE'
               ACCEPT INUTIL
               GO FIM-ALTERA-PARAM
           END-IF.
           IF WS-PRM-PRAZO = 0 OR WS-PRM-FATOR = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' PRAZO E FATOR DEVEM SER MAIORES QUE ZERO'
               ACCEPT INUTIL
               GO FIM-ALTERA-PARAM
           END-IF.
           OPEN EXTEND ARQ-PARAM.
           IF WS-FS-6 <> 0
               OPEN OUTPUT ARQ-PARAM
               CLOSE ARQ-PARAM
               OPEN EXTEND ARQ-PARAM
           END-IF.
           IF WS-FS-6 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR PARAMETROS: ' WS-FS-6
               ACCEPT INUTIL
               GO FIM-ALTERA-PARAM
           END-IF.
           MOVE WS-PRM-VIGENCIA TO PAR-VIGENCIA.
           MOVE WS-PRM-PRAZO TO PAR-PRAZO-DIAS.
           MOVE WS-PRM-MULTA TO PAR-MULTA-DIA.
           MOVE WS-PRM-LIMITE TO PAR-LIMITE-DEBITO.
           MOVE WS-PRM-FATOR TO PAR-FATOR-REPOSICAO.
           MOVE WS-PRM-PAC TO PAR-PAC-PRAZO-DIAS.
      *    ZERO NOS CAMPOS DE PONTOS MANTEM O VALOR VIGENTE
           IF WS-PRM-PTS-GANHO = 0
               MOVE WS-PAR-PONTOS-GANHO TO WS-PRM-PTS-GANHO
           END-IF.
           IF WS-PRM-PTS-RESGATE = 0
               MOVE WS-PAR-PONTOS-RESGATE TO WS-PRM-PTS-RESGATE
           END-IF.
           IF WS-PRM-PTS-PRAZO = 0
               MOVE WS-PAR-PONTOS-PRAZO-DIAS TO WS-PRM-PTS-PRAZO
           END-IF.
           MOVE WS-PRM-PTS-GANHO TO PAR-PONTOS-GANHO.
           MOVE WS-PRM-PTS-RESGATE TO PAR-PONTOS-RESGATE.
           MOVE WS-PRM-PTS-PRAZO TO PAR-PONTOS-PRAZO-DIAS.
           IF WS-PRM-GERACOES = 0
               MOVE WS-PAR-GERACOES-JORNAL TO WS-PRM-GERACOES
           END-IF.
           MOVE WS-PRM-GERACOES TO PAR-GERACOES-JORNAL.
           IF WS-PRM-ISS = 0
               MOVE WS-PAR-ALIQUOTA-ISS TO WS-PRM-ISS
           END-IF.
           MOVE WS-PRM-ISS TO PAR-ALIQUOTA-ISS.
           IF WS-PRM-INSCRICAO = 0
               MOVE WS-PAR-INSCRICAO-MUN TO WS-PRM-INSCRICAO
           END-IF.
           MOVE WS-PRM-INSCRICAO TO PAR-INSCRICAO-MUN.
           IF WS-PRM-SERVICO = 0
               MOVE WS-PAR-COD-SERVICO TO WS-PRM-SERVICO
           END-IF.
           MOVE WS-PRM-SERVICO TO PAR-COD-SERVICO.
           IF WS-PRM-LIQ-DEB = 0
               MOVE WS-PAR-LIQ-DEBITO TO WS-PRM-LIQ-DEB
           END-IF.
           MOVE WS-PRM-LIQ-DEB TO PAR-LIQ-DEBITO.
           IF WS-PRM-LIQ-CRED = 0
               MOVE WS-PAR-LIQ-CREDITO TO WS-PRM-LIQ-CRED
           END-IF.
           MOVE WS-PRM-LIQ-CRED TO PAR-LIQ-CREDITO.
           IF WS-PRM-LIQ-PIX = 0
               MOVE WS-PAR-LIQ-PIX TO WS-PRM-LIQ-PIX
           END-IF.
           MOVE WS-PRM-LIQ-PIX TO PAR-LIQ-PIX.
           IF WS-PRM-LGPD = 0
               MOVE WS-PAR-LGPD-ANOS TO WS-PRM-LGPD
           END-IF.
           MOVE WS-PRM-LGPD TO PAR-LGPD-ANOS.
           IF WS-PRM-VALE = 0
               MOVE WS-PAR-VALE-PRAZO-DIAS TO WS-PRM-VALE
           END-IF.
           MOVE WS-PRM-VALE TO PAR-VALE-PRAZO-DIAS.
           IF WS-PRM-ASS = 0
               MOVE WS-PAR-ASS-CARENCIA TO WS-PRM-ASS
           END-IF.
           MOVE WS-PRM-ASS TO PAR-ASS-CARENCIA.
           IF WS-PRM-GIRO = 0
               MOVE WS-PAR-COMPRA-GIRO TO WS-PRM-GIRO
           END-IF.
           MOVE WS-PRM-GIRO TO PAR-COMPRA-GIRO.
           IF WS-PRM-VIDA = 0
               MOVE WS-PAR-VIDA-UTIL TO WS-PRM-VIDA
           END-IF.
           MOVE WS-PRM-VIDA TO PAR-VIDA-UTIL.
           IF WS-PRM-REDIST = 0
               MOVE WS-PAR-REDIST-MINIMO TO WS-PRM-REDIST
           END-IF.
           MOVE WS-PRM-REDIST TO PAR-REDIST-MINIMO.
           IF WS-PRM-TRANSITO = 0
               MOVE WS-PAR-TRANSITO-DIAS TO WS-PRM-TRANSITO
           END-IF.
           MOVE WS-PRM-TRANSITO TO PAR-TRANSITO-DIAS.
           IF WS-PRM-COM-PAC = 0
               MOVE WS-PAR-COM-PACOTE TO WS-PRM-COM-PAC
           END-IF.
           MOVE WS-PRM-COM-PAC TO PAR-COM-PACOTE.
           IF WS-PRM-COM-VENDA = 0
               MOVE WS-PAR-COM-VENDA TO WS-PRM-COM-VENDA
           END-IF.
           MOVE WS-PRM-COM-VENDA TO PAR-COM-VENDA.
           IF WS-PRM-COM-CLI = 0
               MOVE WS-PAR-COM-CLIENTE TO WS-PRM-COM-CLI
           END-IF.
           MOVE WS-PRM-COM-CLI TO PAR-COM-CLIENTE.
           IF WS-PRM-BONUS-QTD = 0
               MOVE WS-PAR-COM-BONUS-QTD TO WS-PRM-BONUS-QTD
           END-IF.
           MOVE WS-PRM-BONUS-QTD TO PAR-COM-BONUS-QTD.
           IF WS-PRM-BONUS-VAL = 0
               MOVE WS-PAR-COM-BONUS-VALOR TO WS-PRM-BONUS-VAL
           END-IF.
           MOVE WS-PRM-BONUS-VAL TO PAR-COM-BONUS-VALOR.
           IF WS-PRM-ACO-PARC = 0
               MOVE WS-PAR-ACORDO-PARCELAS TO WS-PRM-ACO-PARC
           END-IF.
           MOVE WS-PRM-ACO-PARC TO PAR-ACORDO-PARCELAS.
           IF WS-PRM-ACO-TOL = 0
               MOVE WS-PAR-ACORDO-TOLERANCIA TO WS-PRM-ACO-TOL
           END-IF.
           MOVE WS-PRM-ACO-TOL TO PAR-ACORDO-TOLERANCIA.
           IF WS-PRM-BUR-CAUCAO = 0
               MOVE WS-PAR-BUREAU-CAUCAO TO WS-PRM-BUR-CAUCAO
           END-IF.
           MOVE WS-PRM-BUR-CAUCAO TO PAR-BUREAU-CAUCAO.
           IF WS-PRM-LIMITE-PF = 0
               MOVE WS-PAR-LIMITE-PF TO WS-PRM-LIMITE-PF
           END-IF.
           MOVE WS-PRM-LIMITE-PF TO PAR-LIMITE-PF.
           IF WS-PRM-LIMITE-PJ = 0
               MOVE WS-PAR-LIMITE-PJ TO WS-PRM-LIMITE-PJ
           END-IF.
           MOVE WS-PRM-LIMITE-PJ TO PAR-LIMITE-PJ.
           IF WS-PRM-RETENCAO = 0
               MOVE WS-PAR-RETENCAO-REL TO WS-PRM-RETENCAO
           END-IF.
           MOVE WS-PRM-RETENCAO TO PAR-RETENCAO-REL.
           WRITE REG-PARAMETRO.
           IF WS-FS-6 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO GRAVAR PARAMETROS: ' WS-FS-6
               ACCEPT INUTIL
               CLOSE ARQ-PARAM
               GO FIM-ALTERA-PARAM
           END-IF.
           CLOSE ARQ-PARAM.
           MOVE SPACES TO CCPF.
           MOVE ZEROES TO CODIGO.
           MOVE 'G' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE ZEROES TO LOG-VALOR.
           PERFORM REGISTRA-LOG.
           PERFORM CARREGA-PARAMETROS.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' PARAMETROS GRAVADOS - VIGENCIA ' WS-PRM-VIGENCIA.
           ACCEPT INUTIL.
       FIM-ALTERA-PARAM.
           CONTINUE.
       CARREGA-PARAMETROS.
           MOVE ZEROES TO WS-PAR-DATA-REF.
           PERFORM CHAMA-PARAMETROS.
       CHAMA-PARAMETROS.
           CALL "PARAMETROS"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO PARAMETROS NAO ENCONTRADO"
           END-CALL.
       PROXIMO-DIA-ABERTO.
      *    PRAZO QUE VENCE COM A LOJA FECHADA PASSA PARA O PRIMEIRO
      *    DIA ABERTO DA FILIAL
           MOVE 'P' TO WS-CAL-FUNCAO.
           MOVE WS-FILIAL TO WS-CAL-FILIAL.
           MOVE ZEROES TO WS-CAL-DATA-FIM.
           PERFORM CHAMA-CALENDARIO.
       CONTA-DIAS-ABERTOS.
           MOVE 'A' TO WS-CAL-FUNCAO.
           MOVE WS-FILIAL TO WS-CAL-FILIAL.
           PERFORM CHAMA-CALENDARIO.
       CHAMA-CALENDARIO.
      *    SEM O MODULO VALE A CONTAGEM CORRIDA DE SEMPRE
           MOVE WS-CAL-DATA-INI TO WS-CAL-DATA-RES.
           MOVE ZEROES TO WS-CAL-DIAS.
           IF WS-CAL-DATA-FIM > WS-CAL-DATA-INI
               COMPUTE WS-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-INI)
           END-IF.
           CALL "CALENDARIO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO CALENDARIO NAO ENCONTRADO"
           END-CALL.
       VENDE-PACOTE.
           MOVE SPACES TO CCPF.
           MOVE ZEROES TO WS-PAC-QTD.
           MOVE ZEROES TO WS-PAC-VALOR.
           MOVE ZEROES TO WS-FORMA-PAGTO.
           MOVE SPACES TO WS-NSU.
           DISPLAY PACOTE.
           ACCEPT PACOTE.
           IF WS-PAC-QTD NOT = 10 AND WS-PAC-QTD NOT = 20
               DISPLAY BLANK-SCREEN
               DISPLAY ' PACOTES DISPONIVEIS: 10 OU 20 CREDITOS'
               ACCEPT INUTIL
               GO FIM-VENDE-PACOTE
           END-IF.
           IF WS-PAC-VALOR = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O VALOR COBRADO'
               ACCEPT INUTIL
               GO FIM-VENDE-PACOTE
           END-IF.
           PERFORM VALIDA-FORMA-PAGTO.
           IF WS-FORMA-OK = 'N'
               GO FIM-VENDE-PACOTE
           END-IF.
           MOVE CCPF TO WS-CPF.
           PERFORM LIMPA-CPF-CNPJ.
           MOVE SPACES TO CCPF.
           MOVE WS-CNPJ-CHECK TO CCPF.
           READ ARQ-CLIENTES RECORD INTO WS-CLIENTES WITH LOCK
               KEY IS CCPF
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CLIENTE NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-VENDE-PACOTE
           END-READ.
           IF WS-FS = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-VENDE-PACOTE
           END-IF.
           MOVE WS-CLIENTES TO WS-IMAGEM-CLIENTE.
           PERFORM GRAVA-JORNAL-CLIENTE.
           ADD WS-PAC-QTD TO WS-PACOTE-CREDITOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE WS-PACOTE-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               + WS-PAR-PAC-PRAZO-DIAS).
           MOVE WS-CLIENTES TO REG-DATA.
           REWRITE REG-DATA
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR PACOTE'
                   ACCEPT INUTIL
                   GO FIM-VENDE-PACOTE
               NOT INVALID KEY CONTINUE
           END-REWRITE.
           PERFORM GRAVA-JORNAL-FIM.
           MOVE ZEROES TO CODIGO.
           MOVE 'Q' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-PAC-VALOR TO LOG-VALOR.
           MOVE WS-FORMA-PAGTO TO WS-LOG-FORMA.
           MOVE WS-NSU TO WS-LOG-NSU.
           PERFORM REGISTRA-LOG.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' PACOTE REGISTRADO'.
           DISPLAY ' CREDITOS ATUAIS: ' WS-PACOTE-CREDITOS.
           DISPLAY ' VALIDADE: ' WS-PACOTE-VALIDADE.
           ACCEPT INUTIL.
       FIM-VENDE-PACOTE.
           CONTINUE.
       VENDE-VALE.
           MOVE SPACES TO WS-VP-NUMERO.
           MOVE ZEROES TO WS-VP-VALOR.
           MOVE ZEROES TO WS-FORMA-PAGTO.
           MOVE SPACES TO WS-NSU.
           DISPLAY VALEVENDA.
           ACCEPT VALEVENDA.
           IF WS-VP-NUMERO = SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O NUMERO DO CARTAO'
               ACCEPT INUTIL
               GO FIM-VENDE-VALE
           END-IF.
           IF WS-VP-VALOR > 0
               PERFORM VALIDA-FORMA-PAGTO
               IF WS-FORMA-OK = 'N'
                   GO FIM-VENDE-VALE
               END-IF
           END-IF.
           PERFORM ABRE-VALES.
           IF WS-FS-16 <> 0
               ACCEPT INUTIL
               GO FIM-VENDE-VALE
           END-IF.
           MOVE WS-VP-NUMERO TO VP-NUMERO.
           IF WS-VP-VALOR = 0
               READ ARQ-VALES
                   KEY IS VP-NUMERO
                   INVALID KEY
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' VALE-PRESENTE NAO ENCONTRADO'
                       ACCEPT INUTIL
                       CLOSE ARQ-VALES
                       GO FIM-VENDE-VALE
               END-READ
               PERFORM DESCREVE-VALE
               DISPLAY VALECONSULTA
               ACCEPT INUTIL
               CLOSE ARQ-VALES
               GO FIM-VENDE-VALE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE TO VP-EMISSAO.
           MOVE WS-VP-VALOR TO VP-VALOR.
           MOVE WS-VP-VALOR TO VP-SALDO.
           COMPUTE VP-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               + WS-PAR-VALE-PRAZO-DIAS).
           MOVE WS-FILIAL TO VP-FILIAL.
           MOVE 'A' TO VP-SITUACAO.
           MOVE WS-OPERADOR TO VP-OPERADOR.
           MOVE ZEROES TO VP-ULT-USO.
           WRITE REG-VALE
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CARTAO JA EMITIDO - USE OUTRO NUMERO'
                   ACCEPT INUTIL
                   CLOSE ARQ-VALES
                   GO FIM-VENDE-VALE
           END-WRITE.
           CLOSE ARQ-VALES.
      *    O VALE NAO TEM DONO - O LOG GUARDA O NUMERO DO CARTAO NO
      *    LUGAR DO CPF E A FORMA / NSU DE QUEM PAGOU
           MOVE SPACES TO CCPF.
           MOVE WS-VP-NUMERO TO CCPF.
           MOVE ZEROES TO CODIGO.
           MOVE 'H' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-VP-VALOR TO LOG-VALOR.
           MOVE WS-FORMA-PAGTO TO WS-LOG-FORMA.
           MOVE WS-NSU TO WS-LOG-NSU.
           PERFORM REGISTRA-LOG.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' VALE-PRESENTE EMITIDO: ' WS-VP-NUMERO.
           DISPLAY ' VALOR: ' WS-VP-VALOR.
           DISPLAY ' VALIDADE: ' VP-VALIDADE.
           ACCEPT INUTIL.
       FIM-VENDE-VALE.
           CONTINUE.
       ABRE-VALES.
           OPEN I-O ARQ-VALES.
           IF WS-FS-16 = 35
               OPEN OUTPUT ARQ-VALES
               CLOSE ARQ-VALES
               OPEN I-O ARQ-VALES
           END-IF.
           IF WS-FS-16 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR VALEPRESENTE: ' WS-FS-16
           END-IF.
       DESCREVE-VALE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           EVALUATE VP-SITUACAO
               WHEN 'A' MOVE "ATIVO" TO WS-VP-SITUACAO-DESC
               WHEN 'U' MOVE "SEM SALDO" TO WS-VP-SITUACAO-DESC
               WHEN 'V' MOVE "VENCIDO" TO WS-VP-SITUACAO-DESC
               WHEN OTHER MOVE SPACES TO WS-VP-SITUACAO-DESC
           END-EVALUATE.
           IF VP-SITUACAO = 'A' AND VP-VALIDADE < WS-HOJE
               MOVE "VENCIDO" TO WS-VP-SITUACAO-DESC
           END-IF.
       RESGATA-VALE.
      *    USA ATE WS-VP-VALOR DO CARTAO WS-VP-NUMERO; O RESTO DO SALDO
      *    FICA NO CARTAO. SEM ACCEPT - QUEM CHAMA COMPLETA A MENSAGEM
           MOVE 'N' TO WS-VP-OK.
           MOVE ZEROES TO WS-VP-USO.
           MOVE ZEROES TO WS-VP-SALDO-REST.
           PERFORM ABRE-VALES.
           IF WS-FS-16 <> 0
               GO FIM-RESGATA-VALE
           END-IF.
           MOVE WS-VP-NUMERO TO VP-NUMERO.
           READ ARQ-VALES WITH LOCK
               KEY IS VP-NUMERO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' VALE-PRESENTE NAO ENCONTRADO'
                   CLOSE ARQ-VALES
                   GO FIM-RESGATA-VALE
           END-READ.
           IF WS-FS-16 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' VALE-PRESENTE EM USO EM OUTRO TERMINAL'
               CLOSE ARQ-VALES
               GO FIM-RESGATA-VALE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF VP-SITUACAO NOT = 'A' OR VP-VALIDADE < WS-HOJE
              OR VP-SALDO = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' VALE-PRESENTE VENCIDO OU SEM SALDO'
               CLOSE ARQ-VALES
               GO FIM-RESGATA-VALE
           END-IF.
           IF WS-VP-VALOR > VP-SALDO
               MOVE VP-SALDO TO WS-VP-USO
           ELSE
               MOVE WS-VP-VALOR TO WS-VP-USO
           END-IF.
           SUBTRACT WS-VP-USO FROM VP-SALDO.
           IF VP-SALDO = 0
               MOVE 'U' TO VP-SITUACAO
           END-IF.
           MOVE WS-HOJE TO VP-ULT-USO.
           REWRITE REG-VALE
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR VALE-PRESENTE: ' WS-FS-16
                   CLOSE ARQ-VALES
                   GO FIM-RESGATA-VALE
           END-REWRITE.
           MOVE VP-SALDO TO WS-VP-SALDO-REST.
           MOVE 'S' TO WS-VP-OK.
           CLOSE ARQ-VALES.
       FIM-RESGATA-VALE.
           CONTINUE.
       PAGA-COM-VALE.
           MOVE WS-VP-CARTAO TO WS-VP-NUMERO.
           PERFORM RESGATA-VALE THRU FIM-RESGATA-VALE.
           IF WS-VP-OK = 'N'
               DISPLAY ' O VALOR FICA LANCADO NA CONTA DO CLIENTE'
               ACCEPT INUTIL
               GO FIM-PAGA-COM-VALE
           END-IF.
           PERFORM LE-CONTA.
           SUBTRACT WS-VP-USO FROM CONTA-SALDO.
           PERFORM GRAVA-CONTA.
           MOVE 'P' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-VP-USO TO LOG-VALOR.
           MOVE 5 TO WS-LOG-FORMA.
           MOVE WS-VP-NUMERO TO WS-LOG-NSU.
           PERFORM REGISTRA-LOG.
       FIM-PAGA-COM-VALE.
           CONTINUE.
       DEVOLVE-VALE.
      *    PAGAMENTO FEITO COM VALE ESTORNADO - O VALOR VOLTA AO CARTAO
           MOVE WS-EST-M-NSU(1) TO WS-VP-NUMERO.
           PERFORM ABRE-VALES.
           IF WS-FS-16 <> 0
               ACCEPT INUTIL
               MOVE 'N' TO WS-EST-OK
               GO FIM-DEVOLVE-VALE
           END-IF.
           MOVE WS-VP-NUMERO TO VP-NUMERO.
           READ ARQ-VALES WITH LOCK
               KEY IS VP-NUMERO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' VALE-PRESENTE NAO ENCONTRADO'
                   ACCEPT INUTIL
                   MOVE 'N' TO WS-EST-OK
                   CLOSE ARQ-VALES
                   GO FIM-DEVOLVE-VALE
           END-READ.
           IF WS-FS-16 = 51 OR VP-SITUACAO = 'V'
               DISPLAY BLANK-SCREEN
               DISPLAY ' VALE-PRESENTE EM USO OU JA VENCIDO -'
                   ' ESTORNO NAO PERMITIDO'
               ACCEPT INUTIL
               MOVE 'N' TO WS-EST-OK
               CLOSE ARQ-VALES
               GO FIM-DEVOLVE-VALE
           END-IF.
           ADD WS-EST-M-VALOR(1) TO VP-SALDO.
           MOVE 'A' TO VP-SITUACAO.
           REWRITE REG-VALE
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR VALE-PRESENTE: ' WS-FS-16
                   ACCEPT INUTIL
                   MOVE 'N' TO WS-EST-OK
           END-REWRITE.
           CLOSE ARQ-VALES.
       FIM-DEVOLVE-VALE.
           CONTINUE.
       GERE-FAIXA.
           MOVE SPACE TO WS-FXP-FAIXA.
           DISPLAY FAIXACOD.
           ACCEPT FAIXACOD.
           INSPECT WS-FXP-FAIXA CONVERTING "lck" TO "LCK".
           OPEN I-O ARQ-FAIXAS.
           IF WS-FS-23 = 35
               OPEN OUTPUT ARQ-FAIXAS
               CLOSE ARQ-FAIXAS
               OPEN I-O ARQ-FAIXAS
           END-IF.
           IF WS-FS-23 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR FAIXAS: ' WS-FS-23
               ACCEPT INUTIL
               GO FIM-GERE-FAIXA
           END-IF.
           IF WS-FXP-FAIXA = SPACE
               PERFORM LISTA-FAIXAS
               CLOSE ARQ-FAIXAS
               GO FIM-GERE-FAIXA
           END-IF.
           IF WS-FXP-FAIXA NOT = 'L' AND WS-FXP-FAIXA NOT = 'C'
              AND WS-FXP-FAIXA NOT = 'K'
               DISPLAY BLANK-SCREEN
               DISPLAY ' FAIXA INVALIDA - USE L, C OU K'
               ACCEPT INUTIL
               CLOSE ARQ-FAIXAS
               GO FIM-GERE-FAIXA
           END-IF.
           MOVE WS-FXP-FAIXA TO FXP-FAIXA.
           MOVE 'S' TO WS-FXP-ACHOU.
           READ ARQ-FAIXAS RECORD INTO WS-FAIXA-PRECO
               KEY IS FXP-FAIXA
               INVALID KEY MOVE 'N' TO WS-FXP-ACHOU
           END-READ.
           IF WS-FXP-ACHOU = 'N'
               INITIALIZE WS-FAIXA-PRECO
               MOVE FXP-FAIXA TO WS-FXP-FAIXA
               MOVE 'N' TO WS-FXP-EXIGE-CAUCAO
           END-IF.
           PERFORM NOME-FAIXA.
      *    A TABELA SO VALE PARA O QUE MUDAR DE FAIXA DAQUI EM DIANTE -
      *    OS FILMES JA CLASSIFICADOS MANTEM O PRECO ATE A PROXIMA TROCA
           DISPLAY FAIXATELA.
           ACCEPT FAIXATELA.
           INSPECT WS-FXP-EXIGE-CAUCAO CONVERTING "sn" TO "SN".
           DISPLAY BLANK-SCREEN.
           IF WS-FXP-FAIXA = 'K'
               MOVE ZEROES TO WS-FXP-DIAS
           END-IF.
           IF WS-FXP-FAIXA NOT = 'K' AND WS-FXP-DIAS = 0
               DISPLAY ' INFORME OS DIAS DE PERMANENCIA NA FAIXA'
               ACCEPT INUTIL
               CLOSE ARQ-FAIXAS
               GO FIM-GERE-FAIXA
           END-IF.
           IF WS-FXP-VALOR-DIARIA = 0
               DISPLAY ' INFORME A DIARIA DA FAIXA'
               ACCEPT INUTIL
               CLOSE ARQ-FAIXAS
               GO FIM-GERE-FAIXA
           END-IF.
           IF WS-FXP-EXIGE-CAUCAO NOT = 'S'
              AND WS-FXP-EXIGE-CAUCAO NOT = 'N'
               DISPLAY ' RESPONDA S OU N EM EXIGE CAUCAO'
               ACCEPT INUTIL
               CLOSE ARQ-FAIXAS
               GO FIM-GERE-FAIXA
           END-IF.
           IF WS-FXP-EXIGE-CAUCAO = 'N'
               MOVE ZEROES TO WS-FXP-CAUCAO-VALOR
           END-IF.
           MOVE WS-FAIXA-PRECO TO REG-FAIXA.
           IF WS-FXP-ACHOU = 'S'
               REWRITE REG-FAIXA
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR FAIXA'
                   NOT INVALID KEY DISPLAY ' FAIXA ATUALIZADA'
               END-REWRITE
           ELSE
               WRITE REG-FAIXA
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR FAIXA'
                   NOT INVALID KEY DISPLAY ' FAIXA INCLUIDA'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
           CLOSE ARQ-FAIXAS.
       FIM-GERE-FAIXA.
           CONTINUE.
       LISTA-FAIXAS.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' FAIXAS DE PRECO CADASTRADAS'.
           MOVE 'N' TO WS-FXP-ACHOU.
           MOVE 'N' TO WS-FXP-EOF.
           PERFORM UNTIL WS-FXP-EOF = 'Y'
               READ ARQ-FAIXAS NEXT RECORD INTO WS-FAIXA-PRECO
                   AT END MOVE 'Y' TO WS-FXP-EOF
                   NOT AT END
                       MOVE 'S' TO WS-FXP-ACHOU
                       PERFORM NOME-FAIXA
                       DISPLAY ' ' WS-FXP-FAIXA ' ' WS-FXP-NOME
                           ' DIAS: ' WS-FXP-DIAS
                           ' DIARIA: ' WS-FXP-VALOR-DIARIA
                           ' 1D: ' WS-FXP-VALOR-PRAZO-1
                           ' 3D: ' WS-FXP-VALOR-PRAZO-3
                           ' CAUCAO: ' WS-FXP-EXIGE-CAUCAO
               END-READ
           END-PERFORM.
           IF WS-FXP-ACHOU = 'N'
               DISPLAY ' NENHUMA FAIXA CADASTRADA'
           END-IF.
           ACCEPT INUTIL.
       NOME-FAIXA.
           EVALUATE WS-FXP-FAIXA
               WHEN 'L' MOVE 'LANCAMENTO' TO WS-FXP-NOME
               WHEN 'C' MOVE 'CATALOGO' TO WS-FXP-NOME
               WHEN 'K' MOVE 'CLASSICO' TO WS-FXP-NOME
               WHEN OTHER MOVE SPACES TO WS-FXP-NOME
           END-EVALUATE.
       GERE-PLANO.
           MOVE ZEROES TO WS-PLN-CODIGO.
           DISPLAY PLANOCODIGO.
           ACCEPT PLANOCODIGO.
           OPEN I-O ARQ-PLANOS.
           IF WS-FS-17 = 35
               OPEN OUTPUT ARQ-PLANOS
               CLOSE ARQ-PLANOS
               OPEN I-O ARQ-PLANOS
           END-IF.
           IF WS-FS-17 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR PLANOS: ' WS-FS-17
               ACCEPT INUTIL
               GO FIM-GERE-PLANO
           END-IF.
           IF WS-PLN-CODIGO = 0
               PERFORM LISTA-PLANOS
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           MOVE WS-PLN-CODIGO TO PLN-CODIGO.
           MOVE 'S' TO WS-PLN-ACHOU.
           READ ARQ-PLANOS RECORD INTO WS-PLANO
               KEY IS PLN-CODIGO
               INVALID KEY MOVE 'N' TO WS-PLN-ACHOU
           END-READ.
           IF WS-PLN-ACHOU = 'N'
      *        PLANO NOVO COMECA SO COM O PRAZO PADRAO, SEM
      *        LANCAMENTOS E ABERTO A ADESOES
               INITIALIZE WS-PLANO
               MOVE PLN-CODIGO TO WS-PLN-CODIGO
               MOVE 1 TO WS-PLN-LIMITE
               MOVE 'N' TO WS-PLN-PRAZO-1
               MOVE 'N' TO WS-PLN-PRAZO-3
               MOVE 'S' TO WS-PLN-PRAZO-PADRAO
               MOVE 'N' TO WS-PLN-LANCAMENTOS
               MOVE 'S' TO WS-PLN-ATIVO
           END-IF.
      *    PLANO NAO SE EXCLUI - FECHADO PARA ADESOES CONTINUA
      *    VALENDO PARA QUEM JA ASSINOU
           DISPLAY PLANOTELA.
           ACCEPT PLANOTELA.
           INSPECT WS-PLN-PRAZO-1 CONVERTING "sn" TO "SN".
           INSPECT WS-PLN-PRAZO-3 CONVERTING "sn" TO "SN".
           INSPECT WS-PLN-PRAZO-PADRAO CONVERTING "sn" TO "SN".
           INSPECT WS-PLN-LANCAMENTOS CONVERTING "sn" TO "SN".
           INSPECT WS-PLN-ATIVO CONVERTING "sn" TO "SN".
           DISPLAY BLANK-SCREEN.
           IF WS-PLN-NOME = SPACES
               DISPLAY ' NOME NAO PODE FICAR EM BRANCO'
               ACCEPT INUTIL
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           IF WS-PLN-MENSALIDADE = 0
               DISPLAY ' INFORME A MENSALIDADE DO PLANO'
               ACCEPT INUTIL
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           IF WS-PLN-LIMITE = 0 OR WS-PLN-LIMITE > 5
               DISPLAY ' TITULOS AO MESMO TEMPO DEVE SER DE 1 A 5'
               ACCEPT INUTIL
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           IF (WS-PLN-PRAZO-1 NOT = 'S' AND WS-PLN-PRAZO-1 NOT = 'N')
              OR (WS-PLN-PRAZO-3 NOT = 'S'
                  AND WS-PLN-PRAZO-3 NOT = 'N')
              OR (WS-PLN-PRAZO-PADRAO NOT = 'S'
                  AND WS-PLN-PRAZO-PADRAO NOT = 'N')
              OR (WS-PLN-LANCAMENTOS NOT = 'S'
                  AND WS-PLN-LANCAMENTOS NOT = 'N')
              OR (WS-PLN-ATIVO NOT = 'S' AND WS-PLN-ATIVO NOT = 'N')
               DISPLAY ' RESPONDA S OU N NOS PRAZOS, LANCAMENTOS E'
                   ' ADESOES'
               ACCEPT INUTIL
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           IF WS-PLN-PRAZO-1 = 'N' AND WS-PLN-PRAZO-3 = 'N'
              AND WS-PLN-PRAZO-PADRAO = 'N'
               DISPLAY ' O PLANO PRECISA ACEITAR AO MENOS UM PRAZO'
               ACCEPT INUTIL
               CLOSE ARQ-PLANOS
               GO FIM-GERE-PLANO
           END-IF.
           MOVE WS-PLANO TO REG-PLANO.
           IF WS-PLN-ACHOU = 'S'
               REWRITE REG-PLANO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PLANO'
                   NOT INVALID KEY DISPLAY ' PLANO ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-PLANO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PLANO'
                   NOT INVALID KEY DISPLAY ' PLANO INCLUIDO'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
           CLOSE ARQ-PLANOS.
       FIM-GERE-PLANO.
           CONTINUE.
       LISTA-PLANOS.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' PLANOS CADASTRADOS'.
           MOVE ZEROES TO WS-PLN-QTD.
           MOVE 'N' TO WS-PLN-EOF.
           PERFORM UNTIL WS-PLN-EOF = 'Y' OR WS-PLN-QTD >= 18
               READ ARQ-PLANOS NEXT RECORD INTO WS-PLANO
                   AT END MOVE 'Y' TO WS-PLN-EOF
                   NOT AT END
                       ADD 1 TO WS-PLN-QTD
                       DISPLAY ' ' WS-PLN-CODIGO ' ' WS-PLN-NOME
                           ' ' WS-PLN-MENSALIDADE ' LIMITE: '
                           WS-PLN-LIMITE ' ADESOES: ' WS-PLN-ATIVO
               END-READ
           END-PERFORM.
           IF WS-PLN-QTD = 0
               DISPLAY ' NENHUM PLANO CADASTRADO'
           END-IF.
           ACCEPT INUTIL.
       LE-PLANO.
           MOVE 'N' TO WS-PLN-ACHOU.
           OPEN INPUT ARQ-PLANOS.
           IF WS-FS-17 = 0
               MOVE WS-PLN-CODIGO TO PLN-CODIGO
               READ ARQ-PLANOS RECORD INTO WS-PLANO
                   KEY IS PLN-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-PLN-ACHOU
               END-READ
               CLOSE ARQ-PLANOS
           END-IF.
       GERE-ASSINATURA.
           MOVE SPACES TO CCPF.
           DISPLAY ASSINACPF.
           ACCEPT ASSINACPF.
           MOVE CCPF TO WS-CPF.
           PERFORM LIMPA-CPF-CNPJ.
           MOVE SPACES TO CCPF.
           MOVE WS-CNPJ-CHECK TO CCPF.
           READ ARQ-CLIENTES RECORD INTO WS-CLIENTES WITH LOCK
               KEY IS CCPF
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CLIENTE NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-GERE-ASSINATURA
           END-READ.
           IF WS-FS = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-GERE-ASSINATURA
           END-IF.
           IF WS-ASS-SITUACAO NOT = 'A' AND WS-ASS-SITUACAO NOT = 'S'
               MOVE ZEROES TO WS-ASS-PLANO
           END-IF.
           IF WS-ASS-BOLETO NOT = 'S'
               MOVE 'N' TO WS-ASS-BOLETO
           END-IF.
           PERFORM DESCREVE-ASSINATURA.
           MOVE WS-ASS-PLANO TO WS-ASS-ANTERIOR.
           MOVE WS-ASS-PLANO TO WS-ASS-NOVO.
           DISPLAY ASSINATELA.
           ACCEPT ASSINATELA.
           INSPECT WS-ASS-BOLETO CONVERTING "sn" TO "SN".
           IF WS-ASS-BOLETO NOT = 'S'
               MOVE 'N' TO WS-ASS-BOLETO
           END-IF.
           MOVE SPACE TO WS-ASS-EVENTO.
           MOVE ZEROES TO WS-ASS-VALOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF WS-ASS-NOVO = WS-ASS-ANTERIOR
      *        SO A FORMA DE COBRANCA PODE TER MUDADO
               GO GRAVA-ASSINATURA
           END-IF.
           IF WS-ASS-NOVO = 0
      *        MENSALIDADE JA LANCADA CONTINUA DEVIDA NA CONTA; OS
      *        TITULOS DO PLANO QUE ESTAO FORA VOLTAM SEM COBRANCA
               MOVE 'C' TO WS-ASS-EVENTO
               MOVE 'C' TO WS-ASS-SITUACAO
               MOVE ZEROES TO WS-ASS-PLANO
               MOVE ZEROES TO WS-ASS-RENOVACAO
               MOVE ZEROES TO WS-ASS-VENCIMENTO
               GO GRAVA-ASSINATURA
           END-IF.
           MOVE WS-ASS-NOVO TO WS-PLN-CODIGO.
           PERFORM LE-PLANO.
           IF WS-PLN-ACHOU = 'N'
               DISPLAY BLANK-SCREEN
               DISPLAY ' PLANO NAO CADASTRADO'
               ACCEPT INUTIL
               GO FIM-GERE-ASSINATURA
           END-IF.
           IF WS-PLN-ATIVO NOT = 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY ' PLANO FECHADO PARA NOVAS ADESOES'
               ACCEPT INUTIL
               GO FIM-GERE-ASSINATURA
           END-IF.
           IF WS-ASS-ANTERIOR > 0
      *        TROCA DE PLANO VALE NA HORA PARA O LIMITE; A NOVA
      *        MENSALIDADE ENTRA NA PROXIMA RENOVACAO
               MOVE WS-ASS-NOVO TO WS-ASS-PLANO
               MOVE 'M' TO WS-ASS-EVENTO
               GO GRAVA-ASSINATURA
           END-IF.
           IF WS-COBRANCA-ESTAGIO = 3
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE BLOQUEADO POR COBRANCA -'
                   ' REGULARIZAR NA CONTA CLIENTE'
               ACCEPT INUTIL
               GO FIM-GERE-ASSINATURA
           END-IF.
      *    ADESAO - A PRIMEIRA MENSALIDADE E LANCADA NA HORA E A
      *    RENOVACAO CAI NO MESMO DIA DO MES SEGUINTE
           MOVE WS-ASS-NOVO TO WS-ASS-PLANO.
           MOVE 'N' TO WS-ASS-EVENTO.
           MOVE 'A' TO WS-ASS-SITUACAO.
           MOVE WS-FILIAL TO WS-ASS-FILIAL.
           MOVE WS-PLN-MENSALIDADE TO WS-ASS-VALOR.
           MOVE WS-HOJE TO WS-MES-SEGUINTE-N.
           PERFORM SOMA-MES.
           MOVE WS-MES-SEGUINTE-N TO WS-ASS-RENOVACAO.
           COMPUTE WS-ASS-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PAR-ASS-CARENCIA).
       GRAVA-ASSINATURA.
           MOVE WS-CLIENTES TO REG-DATA.
           REWRITE REG-DATA
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR'
                   ACCEPT INUTIL
                   GO FIM-GERE-ASSINATURA
           END-REWRITE.
           DISPLAY BLANK-SCREEN.
           IF WS-ASS-EVENTO = SPACE
               DISPLAY ' FORMA DE COBRANCA ATUALIZADA'
               ACCEPT INUTIL
               GO FIM-GERE-ASSINATURA
           END-IF.
           IF WS-ASS-VALOR > 0
               MOVE WS-ASS-VALOR TO WS-DEBITO
               PERFORM DEBITA-CONTA
           END-IF.
           IF WS-ASS-EVENTO = 'C'
               MOVE WS-ASS-ANTERIOR TO WS-LOG-ASS-PLANO
           ELSE
               MOVE WS-ASS-PLANO TO WS-LOG-ASS-PLANO
           END-IF.
           MOVE WS-ASS-EVENTO TO WS-LOG-ASS-EVENTO.
           MOVE WS-ASS-VENCIMENTO TO WS-LOG-ASS-VENCIMENTO.
           MOVE ZEROES TO CODIGO.
           MOVE 'O' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-ASS-VALOR TO LOG-VALOR.
           PERFORM REGISTRA-LOG.
           EVALUATE WS-ASS-EVENTO
               WHEN 'N'
                   DISPLAY ' ADESAO REGISTRADA - MENSALIDADE: '
                       WS-ASS-VALOR
                   DISPLAY ' PAGAR ATE: ' WS-ASS-VENCIMENTO
                       '  RENOVACAO: ' WS-ASS-RENOVACAO
               WHEN 'M'
                   DISPLAY ' PLANO ALTERADO - NOVA MENSALIDADE A PARTIR'
                       ' DE ' WS-ASS-RENOVACAO
               WHEN 'C'
                   DISPLAY ' ASSINATURA CANCELADA'
           END-EVALUATE.
           ACCEPT INUTIL.
       FIM-GERE-ASSINATURA.
           UNLOCK ARQ-CLIENTES.
       DESCREVE-ASSINATURA.
           EVALUATE TRUE
               WHEN WS-ASS-PLANO = 0
                   MOVE "SEM PLANO" TO WS-ASS-SIT-DESC
               WHEN WS-ASS-SITUACAO = 'A'
                   MOVE "ATIVA" TO WS-ASS-SIT-DESC
               WHEN WS-ASS-SITUACAO = 'S'
                   MOVE "SUSPENSA" TO WS-ASS-SIT-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-ASS-SIT-DESC
           END-EVALUATE.
       SOMA-MES.
           ADD 1 TO WS-MS-MES.
           IF WS-MS-MES > 12
               MOVE 1 TO WS-MS-MES
               ADD 1 TO WS-MS-ANO
           END-IF.
           IF WS-MS-DIA > 28
               MOVE 28 TO WS-MS-DIA
           END-IF.
       PLANO-EM-DIA.
      *    ESPERA A CONTA DO CLIENTE LIDA. SUSPENSO QUE JA QUITOU A
      *    CONTA VOLTA A USAR O PLANO NA HORA; MENSALIDADE VENCIDA E
      *    NAO PAGA DERRUBA PARA O ALUGUEL AVULSO
           MOVE 'N' TO WS-PLANO-EM-DIA.
           IF WS-ASS-PLANO = 0
              OR (WS-ASS-SITUACAO NOT = 'A'
                  AND WS-ASS-SITUACAO NOT = 'S')
               GO FIM-PLANO-EM-DIA
           END-IF.
           IF CONTA-SALDO > 0
               IF WS-ASS-SITUACAO = 'S'
                   GO FIM-PLANO-EM-DIA
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               IF WS-ASS-VENCIMENTO > 0
                  AND WS-ASS-VENCIMENTO < WS-HOJE
                   GO FIM-PLANO-EM-DIA
               END-IF
           END-IF.
           MOVE WS-ASS-PLANO TO WS-PLN-CODIGO.
           PERFORM LE-PLANO.
           IF WS-PLN-ACHOU = 'N'
               GO FIM-PLANO-EM-DIA
           END-IF.
           MOVE 'S' TO WS-PLANO-EM-DIA.
       FIM-PLANO-EM-DIA.
           CONTINUE.
       VERIFICA-PLANO.
      *    ASSINANTE EM DIA NAO PAGA OS TITULOS DO PLANO E O LIMITE
      *    DO PLANO VALE NO LUGAR DO MAXIMO DE ALUGUEIS
           MOVE 'N' TO WS-USA-PLANO.
           MOVE SPACE TO WS-PLANO-FORA.
           PERFORM PLANO-EM-DIA THRU FIM-PLANO-EM-DIA.
           IF WS-PLANO-EM-DIA = 'N'
               GO FIM-VERIFICA-PLANO
           END-IF.
           EVALUATE WS-PRAZO-SEL
               WHEN 1
                   IF WS-PLN-PRAZO-1 NOT = 'S'
                       MOVE 'P' TO WS-PLANO-FORA
                   END-IF
               WHEN 3
                   IF WS-PLN-PRAZO-3 NOT = 'S'
                       MOVE 'P' TO WS-PLANO-FORA
                   END-IF
               WHEN OTHER
                   IF WS-PLN-PRAZO-PADRAO NOT = 'S'
                       MOVE 'P' TO WS-PLANO-FORA
                   END-IF
           END-EVALUATE.
           PERFORM VERIFICA-LANCAMENTO.
           IF WS-LANCAMENTO = 'S' AND WS-PLN-LANCAMENTOS NOT = 'S'
               MOVE 'L' TO WS-PLANO-FORA
           END-IF.
           MOVE WS-ALU-QTD-PLANO TO WS-PLN-USADOS.
           IF WS-PLANO-FORA = SPACE AND WS-PLN-USADOS >= WS-PLN-LIMITE
               MOVE 'Q' TO WS-PLANO-FORA
           END-IF.
           IF WS-PLANO-FORA = SPACE
               MOVE 'S' TO WS-USA-PLANO
               GO FIM-VERIFICA-PLANO
           END-IF.
      *    FORA DO PLANO SO SAI COBRADO SE O CLIENTE CONCORDAR
           DISPLAY BLANK-SCREEN.
           EVALUATE WS-PLANO-FORA
               WHEN 'P'
                   DISPLAY ' PRAZO NAO INCLUIDO NO PLANO DO CLIENTE'
               WHEN 'L'
                   DISPLAY ' LANCAMENTO FORA DO PLANO DO CLIENTE'
               WHEN 'Q'
                   DISPLAY ' LIMITE DO PLANO ATINGIDO: ' WS-PLN-LIMITE
                       ' TITULO(S) FORA'
           END-EVALUATE.
           DISPLAY ' ALUGAR COBRANDO NORMALMENTE (S/N)? '.
           MOVE SPACE TO WS-RESP-AVULSO.
           ACCEPT WS-RESP-AVULSO.
           IF WS-RESP-AVULSO NOT = 'S' AND WS-RESP-AVULSO NOT = 's'
               MOVE 'R' TO WS-PLANO-FORA
           END-IF.
       FIM-VERIFICA-PLANO.
           CONTINUE.
       VERIFICA-LANCAMENTO.
      *    LANCAMENTO E O TITULO NA FAIXA L; ENQUANTO NAO CLASSIFICADO
      *    VALE O ANO CORRENTE OU O ANTERIOR
           MOVE 'N' TO WS-LANCAMENTO.
           IF WS-FAIXA = 'L'
               MOVE 'S' TO WS-LANCAMENTO
           END-IF.
           IF WS-FAIXA = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-DET
               IF WS-ANO + 1 >= WS-HOJE-ANO
                   MOVE 'S' TO WS-LANCAMENTO
               END-IF
           END-IF.
       LE-FAIXA.
           MOVE 'N' TO WS-FXP-ACHOU.
           OPEN INPUT ARQ-FAIXAS.
           IF WS-FS-23 = 0
               MOVE WS-FXP-FAIXA TO FXP-FAIXA
               READ ARQ-FAIXAS RECORD INTO WS-FAIXA-PRECO
                   KEY IS FXP-FAIXA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-FXP-ACHOU
               END-READ
               CLOSE ARQ-FAIXAS
           END-IF.
       APLICA-FAIXA.
           MOVE WS-FXP-VALOR-DIARIA TO WS-VALOR-DIARIA.
           MOVE WS-FXP-VALOR-PRAZO-1 TO WS-VALOR-PRAZO-1.
           MOVE WS-FXP-VALOR-PRAZO-3 TO WS-VALOR-PRAZO-3.
           MOVE WS-FXP-EXIGE-CAUCAO TO WS-EXIGE-CAUCAO.
           IF WS-FXP-EXIGE-CAUCAO = 'S'
               MOVE WS-FXP-CAUCAO-VALOR TO WS-CAUCAO-VALOR
           ELSE
               MOVE ZEROES TO WS-CAUCAO-VALOR
           END-IF.
       GUARDA-PRECO-ANTERIOR.
           MOVE WS-FAIXA TO WS-ANT-FAIXA.
           MOVE WS-VALOR-DIARIA TO WS-ANT-DIARIA.
           MOVE WS-VALOR-PRAZO-1 TO WS-ANT-PRAZO-1.
           MOVE WS-VALOR-PRAZO-3 TO WS-ANT-PRAZO-3.
           MOVE WS-EXIGE-CAUCAO TO WS-ANT-CAUCAO.
           MOVE WS-CAUCAO-VALOR TO WS-ANT-CAUCAO-VALOR.
       GRAVA-HIST-PRECO.
      *    SO ENTRA NO HISTORICO O QUE MUDOU DE PRECO OU DE FAIXA
           IF WS-FAIXA = WS-ANT-FAIXA
              AND WS-VALOR-DIARIA = WS-ANT-DIARIA
              AND WS-VALOR-PRAZO-1 = WS-ANT-PRAZO-1
              AND WS-VALOR-PRAZO-3 = WS-ANT-PRAZO-3
              AND WS-EXIGE-CAUCAO = WS-ANT-CAUCAO
              AND WS-CAUCAO-VALOR = WS-ANT-CAUCAO-VALOR
               CONTINUE
           ELSE
               OPEN EXTEND ARQ-HISTPRECO
               IF WS-FS-24 <> 0
                   OPEN OUTPUT ARQ-HISTPRECO
               END-IF
               IF WS-FS-24 = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO HPR-DATA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO HPR-HORA
                   MOVE WS-CODIGO TO HPR-CODIGO
                   MOVE WS-OPERADOR TO HPR-OPERADOR
                   MOVE WS-ANT-FAIXA TO HPR-FAIXA-ANT
                   MOVE WS-FAIXA TO HPR-FAIXA-NOVA
                   MOVE WS-ANT-DIARIA TO HPR-ANT-DIARIA
                   MOVE WS-ANT-PRAZO-1 TO HPR-ANT-PRAZO-1
                   MOVE WS-ANT-PRAZO-3 TO HPR-ANT-PRAZO-3
                   MOVE WS-ANT-CAUCAO TO HPR-ANT-CAUCAO
                   MOVE WS-ANT-CAUCAO-VALOR TO HPR-ANT-CAUCAO-VALOR
                   MOVE WS-VALOR-DIARIA TO HPR-NOVA-DIARIA
                   MOVE WS-VALOR-PRAZO-1 TO HPR-NOVA-PRAZO-1
                   MOVE WS-VALOR-PRAZO-3 TO HPR-NOVA-PRAZO-3
                   MOVE WS-EXIGE-CAUCAO TO HPR-NOVA-CAUCAO
                   MOVE WS-CAUCAO-VALOR TO HPR-NOVA-CAUCAO-VALOR
                   WRITE REG-HISTPRECO
                   CLOSE ARQ-HISTPRECO
               ELSE
                   DISPLAY ' AVISO: HISTORICO DE PRECOS INDISPONIVEL'
               END-IF
           END-IF.
       PRECO-DO-ALUGUEL.
      *    ALUGUEL EM ABERTO CONTINUA COM O PRECO DO DIA EM QUE SAIU:
      *    A PRIMEIRA MUDANCA POSTERIOR NO HISTORICO TRAZ O PRECO
      *    ANTERIOR A ELA; SEM MUDANCA VALE O PRECO ATUAL DO FILME.
      *    MUDANCA NO MESMO DIA CONTA PELA HORA - ALUGUEL GRAVADO SEM A
      *    HORA (999999) SO OLHA OS DIAS SEGUINTES
           MOVE WS-VALOR-DIARIA TO WS-ALG-DIARIA.
           MOVE WS-VALOR-PRAZO-1 TO WS-ALG-PRAZO-1.
           MOVE WS-VALOR-PRAZO-3 TO WS-ALG-PRAZO-3.
           OPEN INPUT ARQ-HISTPRECO.
           IF WS-FS-24 = 0
               MOVE 'N' TO WS-HPR-EOF
               PERFORM UNTIL WS-HPR-EOF = 'Y'
                   READ ARQ-HISTPRECO
                       AT END MOVE 'Y' TO WS-HPR-EOF
                       NOT AT END
                           IF HPR-CODIGO = WS-CODIGO
                              AND (HPR-DATA > WS-ALG-DATA
                               OR (HPR-DATA = WS-ALG-DATA
                                   AND HPR-HORA > WS-ALG-HORA))
                               MOVE HPR-ANT-DIARIA TO WS-ALG-DIARIA
                               MOVE HPR-ANT-PRAZO-1 TO WS-ALG-PRAZO-1
                               MOVE HPR-ANT-PRAZO-3 TO WS-ALG-PRAZO-3
                               MOVE 'Y' TO WS-HPR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTPRECO
           END-IF.
       GERE-FORNECEDOR.
           MOVE ZEROES TO WS-FOR-CODIGO.
           DISPLAY FORNECODIGO.
           ACCEPT FORNECODIGO.
           OPEN I-O ARQ-FORNECEDORES.
           IF WS-FS-18 = 35
               OPEN OUTPUT ARQ-FORNECEDORES
               CLOSE ARQ-FORNECEDORES
               OPEN I-O ARQ-FORNECEDORES
           END-IF.
           IF WS-FS-18 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR FORNECEDORES: ' WS-FS-18
               ACCEPT INUTIL
               GO FIM-GERE-FORNECEDOR
           END-IF.
           IF WS-FOR-CODIGO = 0
               PERFORM LISTA-FORNECEDORES
               CLOSE ARQ-FORNECEDORES
               GO FIM-GERE-FORNECEDOR
           END-IF.
           MOVE WS-FOR-CODIGO TO FOR-CODIGO.
           MOVE 'S' TO WS-FOR-ACHOU.
           READ ARQ-FORNECEDORES RECORD INTO WS-FORNECEDOR
               KEY IS FOR-CODIGO
               INVALID KEY MOVE 'N' TO WS-FOR-ACHOU
           END-READ.
           IF WS-FOR-ACHOU = 'N'
               INITIALIZE WS-FORNECEDOR
               MOVE FOR-CODIGO TO WS-FOR-CODIGO
               MOVE 'S' TO WS-FOR-ATIVO
           END-IF.
      *    FORNECEDOR NAO SE EXCLUI - OS PEDIDOS ANTIGOS APONTAM PARA
      *    ELE; SEM PEDIDOS NOVOS BASTA MARCAR N
           DISPLAY FORNETELA.
           ACCEPT FORNETELA.
           INSPECT WS-FOR-ATIVO CONVERTING "sn" TO "SN".
           DISPLAY BLANK-SCREEN.
           IF WS-FOR-NOME = SPACES
               DISPLAY ' NOME NAO PODE FICAR EM BRANCO'
               ACCEPT INUTIL
               CLOSE ARQ-FORNECEDORES
               GO FIM-GERE-FORNECEDOR
           END-IF.
           IF WS-FOR-ATIVO NOT = 'S' AND WS-FOR-ATIVO NOT = 'N'
               DISPLAY ' ACEITA PEDIDOS DEVE SER S OU N'
               ACCEPT INUTIL
               CLOSE ARQ-FORNECEDORES
               GO FIM-GERE-FORNECEDOR
           END-IF.
           MOVE WS-FORNECEDOR TO REG-FORNECEDOR.
           IF WS-FOR-ACHOU = 'S'
               REWRITE REG-FORNECEDOR
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR FORNECEDOR'
                   NOT INVALID KEY DISPLAY ' FORNECEDOR ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-FORNECEDOR
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR FORNECEDOR'
                   NOT INVALID KEY DISPLAY ' FORNECEDOR INCLUIDO'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
           CLOSE ARQ-FORNECEDORES.
       FIM-GERE-FORNECEDOR.
           CONTINUE.
       LISTA-FORNECEDORES.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' FORNECEDORES CADASTRADOS'.
           MOVE ZEROES TO WS-FOR-QTD.
           MOVE 'N' TO WS-FOR-EOF.
           PERFORM UNTIL WS-FOR-EOF = 'Y' OR WS-FOR-QTD >= 18
               READ ARQ-FORNECEDORES NEXT RECORD INTO WS-FORNECEDOR
                   AT END MOVE 'Y' TO WS-FOR-EOF
                   NOT AT END
                       ADD 1 TO WS-FOR-QTD
                       DISPLAY ' ' WS-FOR-CODIGO ' ' WS-FOR-NOME(1:30)
                           ' PRAZO: ' WS-FOR-PRAZO-ENTREGA
                           ' PEDIDOS: ' WS-FOR-ATIVO
               END-READ
           END-PERFORM.
           IF WS-FOR-QTD = 0
               DISPLAY ' NENHUM FORNECEDOR CADASTRADO'
           END-IF.
           ACCEPT INUTIL.
       LE-FORNECEDOR.
           MOVE 'N' TO WS-FOR-ACHOU.
           MOVE SPACES TO WS-FOR-NOME.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS-18 = 0
               MOVE WS-FOR-CODIGO TO FOR-CODIGO
               READ ARQ-FORNECEDORES RECORD INTO WS-FORNECEDOR
                   KEY IS FOR-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WS-FOR-ACHOU
               END-READ
               CLOSE ARQ-FORNECEDORES
           END-IF.
       GERE-PEDIDO.
           MOVE ZEROES TO WS-PED-NUMERO.
           MOVE ZEROES TO CODIGO.
           DISPLAY PEDIDOCOD.
           ACCEPT PEDIDOCOD.
           IF WS-PED-NUMERO = 0 AND CODIGO = 0
               PERFORM LISTA-SUGESTOES
               GO FIM-GERE-PEDIDO
           END-IF.
           OPEN I-O ARQ-PEDIDOS.
           IF WS-FS-19 = 35
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           END-IF.
           IF WS-FS-19 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR PEDIDOS DE COMPRA: ' WS-FS-19
               ACCEPT INUTIL
               GO FIM-GERE-PEDIDO
           END-IF.
           IF WS-PED-NUMERO > 0
               PERFORM CONSULTA-PEDIDO THRU FIM-CONSULTA-PEDIDO
               CLOSE ARQ-PEDIDOS
               GO FIM-GERE-PEDIDO
           END-IF.
           READ ARQ-FILMES RECORD INTO WS-FILME
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   CLOSE ARQ-PEDIDOS
                   GO FIM-GERE-PEDIDO
           END-READ.
      *    A SUGESTAO PENDENTE DO LOTE VEM COMO QUANTIDADE E FILIAL
           MOVE ZEROES TO WS-SUG-QTD.
           MOVE 'N' TO WS-SUG-ACHOU.
           MOVE WS-FILIAL TO WS-PED-FILIAL.
           OPEN INPUT ARQ-SUGESTOES.
           IF WS-FS-20 = 0
               MOVE CODIGO TO SUG-CODIGO
               READ ARQ-SUGESTOES
                   KEY IS SUG-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SUG-SITUACAO = 'P'
                           MOVE 'S' TO WS-SUG-ACHOU
                           MOVE SUG-QTD TO WS-SUG-QTD
                           IF SUG-FILIAL > 0
                               MOVE SUG-FILIAL TO WS-PED-FILIAL
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-SUGESTOES
           END-IF.
           MOVE ZEROES TO WS-PED-FORNECEDOR.
           MOVE ZEROES TO WS-PED-QTD.
           MOVE ZEROES TO WS-PED-CUSTO-UNIT.
           DISPLAY PEDIDOTELA.
           ACCEPT PEDIDOTELA.
           DISPLAY BLANK-SCREEN.
           IF WS-PED-QTD = 0
               DISPLAY ' QUANTIDADE NAO INFORMADA - PEDIDO NAO GRAVADO'
               ACCEPT INUTIL
               CLOSE ARQ-PEDIDOS
               GO FIM-GERE-PEDIDO
           END-IF.
           IF WS-QTD-COPIAS + WS-PED-QTD > 10
               DISPLAY ' MAXIMO DE 10 COPIAS POR TITULO - TEM '
                   WS-QTD-COPIAS
               ACCEPT INUTIL
               CLOSE ARQ-PEDIDOS
               GO FIM-GERE-PEDIDO
           END-IF.
           IF WS-PED-CUSTO-UNIT = 0
               DISPLAY ' INFORME O CUSTO UNITARIO'
               ACCEPT INUTIL
               CLOSE ARQ-PEDIDOS
               GO FIM-GERE-PEDIDO
           END-IF.
           MOVE WS-PED-FORNECEDOR TO WS-FOR-CODIGO.
           PERFORM LE-FORNECEDOR.
           IF WS-FOR-ACHOU = 'N' OR WS-FOR-ATIVO NOT = 'S'
               DISPLAY ' FORNECEDOR NAO CADASTRADO OU SEM PEDIDOS'
               ACCEPT INUTIL
               CLOSE ARQ-PEDIDOS
               GO FIM-GERE-PEDIDO
           END-IF.
           PERFORM ULTIMO-PEDIDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           COMPUTE WS-PED-NUMERO = WS-PED-ULTIMO + 1.
           MOVE WS-HOJE TO WS-PED-DATA.
           MOVE CODIGO TO WS-PED-CODIGO.
           MOVE ZEROES TO WS-PED-RECEBIDA.
           COMPUTE WS-PED-PREVISAO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               + WS-FOR-PRAZO-ENTREGA).
           MOVE ZEROES TO WS-PED-ULT-ENTREGA.
           MOVE 'A' TO WS-PED-SITUACAO.
           MOVE WS-OPERADOR TO WS-PED-OPERADOR.
           MOVE WS-PEDIDO TO REG-PEDIDO.
           WRITE REG-PEDIDO
               INVALID KEY
                   DISPLAY ' ERRO AO GRAVAR PEDIDO - FS ' WS-FS-19
                   ACCEPT INUTIL
                   CLOSE ARQ-PEDIDOS
                   GO FIM-GERE-PEDIDO
           END-WRITE.
           CLOSE ARQ-PEDIDOS.
           IF WS-SUG-ACHOU = 'S'
               OPEN I-O ARQ-SUGESTOES
               IF WS-FS-20 = 0
                   MOVE CODIGO TO SUG-CODIGO
                   READ ARQ-SUGESTOES
                       KEY IS SUG-CODIGO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'C' TO SUG-SITUACAO
                           REWRITE REG-SUGESTAO
                   END-READ
                   CLOSE ARQ-SUGESTOES
               END-IF
           END-IF.
           DISPLAY ' PEDIDO ' WS-PED-NUMERO ' GRAVADO - '
               WS-FOR-NOME(1:30).
           DISPLAY ' ENTREGA PREVISTA: ' WS-PED-PREVISAO
               '  PAGAMENTO: ' WS-FOR-CONDICAO.
           ACCEPT INUTIL.
       FIM-GERE-PEDIDO.
           CONTINUE.
       ULTIMO-PEDIDO.
           MOVE ZEROES TO WS-PED-ULTIMO.
           MOVE ZEROES TO PED-NUMERO.
           MOVE 'N' TO WS-PED-EOF.
           START ARQ-PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY MOVE 'Y' TO WS-PED-EOF
           END-START.
           PERFORM UNTIL WS-PED-EOF = 'Y'
               READ ARQ-PEDIDOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-PED-EOF
                   NOT AT END MOVE PED-NUMERO TO WS-PED-ULTIMO
               END-READ
           END-PERFORM.
       CONSULTA-PEDIDO.
           MOVE WS-PED-NUMERO TO PED-NUMERO.
           READ ARQ-PEDIDOS RECORD INTO WS-PEDIDO WITH LOCK
               KEY IS PED-NUMERO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' PEDIDO NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-CONSULTA-PEDIDO
           END-READ.
           IF WS-FS-19 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-CONSULTA-PEDIDO
           END-IF.
           MOVE WS-PED-CODIGO TO CODIGO.
           READ ARQ-FILMES RECORD INTO WS-FILME
               KEY IS CODIGO
               INVALID KEY MOVE SPACES TO WS-FNOME
           END-READ.
           MOVE WS-PED-FORNECEDOR TO WS-FOR-CODIGO.
           PERFORM LE-FORNECEDOR.
           MOVE SPACE TO WS-PED-CANCELA.
           DISPLAY PEDIDOCONSULTA.
           ACCEPT PEDIDOCONSULTA.
           IF WS-PED-CANCELA NOT = 'S' AND WS-PED-CANCELA NOT = 's'
               UNLOCK ARQ-PEDIDOS
               GO FIM-CONSULTA-PEDIDO
           END-IF.
           DISPLAY BLANK-SCREEN.
           IF WS-PED-SITUACAO NOT = 'A' AND WS-PED-SITUACAO NOT = 'P'
               DISPLAY ' PEDIDO JA ENCERRADO'
               ACCEPT INUTIL
               UNLOCK ARQ-PEDIDOS
               GO FIM-CONSULTA-PEDIDO
           END-IF.
      *    O QUE JA CHEGOU FICA; SO O SALDO DEIXA DE SER ESPERADO
           MOVE 'C' TO WS-PED-SITUACAO.
           MOVE WS-PEDIDO TO REG-PEDIDO.
           REWRITE REG-PEDIDO
               INVALID KEY DISPLAY ' ERRO AO GRAVAR PEDIDO'
               NOT INVALID KEY DISPLAY ' PEDIDO CANCELADO'
           END-REWRITE.
           ACCEPT INUTIL.
       FIM-CONSULTA-PEDIDO.
           CONTINUE.
       LISTA-SUGESTOES.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' SUGESTOES DE COMPRA PENDENTES'.
           DISPLAY ' FILME   TITULO                         QTD COPIAS'
               ' FILA ALUGUEIS'.
           MOVE ZEROES TO WS-SUG-LISTA.
           OPEN INPUT ARQ-SUGESTOES.
           IF WS-FS-20 = 0
               MOVE 'N' TO WS-PED-EOF
               PERFORM UNTIL WS-PED-EOF = 'Y' OR WS-SUG-LISTA >= 18
                   READ ARQ-SUGESTOES NEXT RECORD
                       AT END MOVE 'Y' TO WS-PED-EOF
                       NOT AT END
                           IF SUG-SITUACAO = 'P'
                               PERFORM MOSTRA-SUGESTAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SUGESTOES
           END-IF.
           IF WS-SUG-LISTA = 0
               DISPLAY ' NENHUMA SUGESTAO PENDENTE'
           END-IF.
           ACCEPT INUTIL.
       MOSTRA-SUGESTAO.
           ADD 1 TO WS-SUG-LISTA.
           MOVE SUG-CODIGO TO CODIGO.
           READ ARQ-FILMES RECORD INTO WS-FILME
               KEY IS CODIGO
               INVALID KEY MOVE SPACES TO WS-FNOME
           END-READ.
           DISPLAY ' ' SUG-CODIGO ' ' WS-FNOME(1:30) ' ' SUG-QTD
               '  ' SUG-COPIAS '    ' SUG-FILA '  ' SUG-ALUGUEIS.
       RECEBE-PEDIDO.
           MOVE ZEROES TO WS-PED-NUMERO.
           DISPLAY RECEBECOD.
           ACCEPT RECEBECOD.
           OPEN I-O ARQ-PEDIDOS.
           IF WS-FS-19 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' NENHUM PEDIDO DE COMPRA - FS ' WS-FS-19
               ACCEPT INUTIL
               GO FIM-RECEBE-PEDIDO
           END-IF.
           MOVE WS-PED-NUMERO TO PED-NUMERO.
           READ ARQ-PEDIDOS RECORD INTO WS-PEDIDO WITH LOCK
               KEY IS PED-NUMERO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' PEDIDO NAO ENCONTRADO'
                   ACCEPT INUTIL
                   CLOSE ARQ-PEDIDOS
                   GO FIM-RECEBE-PEDIDO
           END-READ.
           IF WS-FS-19 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               CLOSE ARQ-PEDIDOS
               GO FIM-RECEBE-PEDIDO
           END-IF.
           IF WS-PED-SITUACAO NOT = 'A' AND WS-PED-SITUACAO NOT = 'P'
               DISPLAY BLANK-SCREEN
               DISPLAY ' PEDIDO JA ENCERRADO - SITUACAO '
                   WS-PED-SITUACAO
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
           COMPUTE WS-PED-PENDENTE = WS-PED-QTD - WS-PED-RECEBIDA.
           MOVE WS-PED-CODIGO TO CODIGO.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO SAI-RECEBE-PEDIDO
           END-READ.
           IF WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
           MOVE WS-PED-FORNECEDOR TO WS-FOR-CODIGO.
           PERFORM LE-FORNECEDOR.
           MOVE ZEROES TO WS-PED-ENTREGA.
           DISPLAY RECEBETELA.
           ACCEPT RECEBETELA.
           DISPLAY BLANK-SCREEN.
           IF WS-PED-ENTREGA = 0
               DISPLAY ' NENHUMA COPIA RECEBIDA'
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
           IF WS-PED-ENTREGA > WS-PED-PENDENTE
               DISPLAY ' ENTREGA MAIOR QUE O SALDO DO PEDIDO: '
                   WS-PED-PENDENTE
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
           IF WS-PED-FILIAL-REC = 0
               MOVE WS-PED-FILIAL TO WS-PED-FILIAL-REC
           END-IF.
           IF WS-QTD-COPIAS + WS-PED-ENTREGA > 10
               DISPLAY ' MAXIMO DE 10 COPIAS POR TITULO - TEM '
                   WS-QTD-COPIAS
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
      *    COPIA NOVA RECEBE O NUMERO SEGUINTE AO MAIOR EM USO
           MOVE ZEROES TO WS-COPIA-PROX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-COPIAS
               IF WS-COPIA-NUMERO(WS-I) > WS-COPIA-PROX
                   MOVE WS-COPIA-NUMERO(WS-I) TO WS-COPIA-PROX
               END-IF
           END-PERFORM.
      *    NUMERO DE COPIA VENDIDA CONTINUA NO PATRIMONIO - NAO VOLTA
           PERFORM MAIOR-COPIA-PATRIMONIO.
           IF WS-COPIA-PROX + WS-PED-ENTREGA > 99
               DISPLAY ' NUMERACAO DE COPIAS ESGOTADA PARA O TITULO'
               ACCEPT INUTIL
               GO SAI-RECEBE-PEDIDO
           END-IF.
           COMPUTE WS-COPIA-PRIMEIRA = WS-COPIA-PROX + 1.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PED-ENTREGA
               ADD 1 TO WS-QTD-COPIAS
               ADD 1 TO WS-COPIA-PROX
               MOVE WS-COPIA-PROX TO WS-COPIA-NUMERO(WS-QTD-COPIAS)
               MOVE 1 TO WS-COPIA-STATUS(WS-QTD-COPIAS)
               MOVE WS-PED-FILIAL-REC TO WS-COPIA-FILIAL(WS-QTD-COPIAS)
               ADD 1 TO WS-QTD-DISPONIVEIS
           END-PERFORM.
           MOVE 1 TO WS-ISTATUS.
           MOVE WS-FILME TO REG-FILME.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY ' ERRO AO GRAVAR FILME'
                   ACCEPT INUTIL
                   GO SAI-RECEBE-PEDIDO
           END-REWRITE.
           PERFORM VARYING WS-J FROM WS-COPIA-PRIMEIRA BY 1
                   UNTIL WS-J > WS-COPIA-PROX
               PERFORM INCLUI-PATRIMONIO
           END-PERFORM.
           ADD WS-PED-ENTREGA TO WS-PED-RECEBIDA.
           IF WS-PED-RECEBIDA < WS-PED-QTD
               MOVE 'P' TO WS-PED-SITUACAO
           ELSE
               MOVE 'R' TO WS-PED-SITUACAO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PED-ULT-ENTREGA.
           MOVE WS-PEDIDO TO REG-PEDIDO.
           REWRITE REG-PEDIDO
               INVALID KEY
                   DISPLAY ' AVISO: PEDIDO NAO ATUALIZADO - FS '
                       WS-FS-19
                   ACCEPT INUTIL
           END-REWRITE.
           COMPUTE WS-PED-VALOR = WS-PED-ENTREGA * WS-PED-CUSTO-UNIT.
           MOVE SPACES TO CCPF.
           MOVE WS-COPIA-PRIMEIRA TO WS-LOG-COPIA.
           MOVE WS-PED-NUMERO TO WS-LOG-PED-NUMERO.
           MOVE WS-PED-ENTREGA TO WS-LOG-PED-QTD.
           MOVE WS-PED-FILIAL-REC TO WS-LOG-PED-FILIAL.
           MOVE 'B' TO LOG-TIPO.
           MOVE ZEROES TO LOG-MULTA.
           MOVE WS-PED-VALOR TO LOG-VALOR.
           PERFORM REGISTRA-LOG.
           DISPLAY ' COPIAS ' WS-COPIA-PRIMEIRA ' A ' WS-COPIA-PROX
               ' INCLUIDAS NA FILIAL ' WS-PED-FILIAL-REC.
           IF WS-PED-SITUACAO = 'P'
               COMPUTE WS-PED-PENDENTE = WS-PED-QTD - WS-PED-RECEBIDA
               DISPLAY ' ENTREGA PARCIAL - FALTAM ' WS-PED-PENDENTE
           ELSE
               DISPLAY ' PEDIDO ' WS-PED-NUMERO ' RECEBIDO POR COMPLETO'
           END-IF.
           IF WS-QTD-RESERVAS > 0
               DISPLAY ' TITULO COM ' WS-QTD-RESERVAS
                   ' RESERVA(S) - AVISAR A FILA'
           END-IF.
           ACCEPT INUTIL.
       SAI-RECEBE-PEDIDO.
           UNLOCK ARQ-FILMES.
           UNLOCK ARQ-PEDIDOS.
           CLOSE ARQ-PEDIDOS.
       FIM-RECEBE-PEDIDO.
           CONTINUE.
       ABRE-PATRIMONIO.
           OPEN I-O ARQ-PATRIMONIO.
           IF WS-FS-21 = 35
               OPEN OUTPUT ARQ-PATRIMONIO
               CLOSE ARQ-PATRIMONIO
               OPEN I-O ARQ-PATRIMONIO
           END-IF.
       ATUALIZA-PATRIMONIO.
           PERFORM ABRE-PATRIMONIO.
           IF WS-FS-21 <> 0
      *        O BALCAO NAO PARA POR CAUSA DO PATRIMONIO
               DISPLAY ' AVISO: PATRIMONIO NAO ATUALIZADO - FS '
                   WS-FS-21
               GO FIM-ATUALIZA-PATRIMONIO
           END-IF.
           MOVE WS-PAT-CHAVE TO PAT-CHAVE.
           MOVE 'S' TO WS-PAT-ACHOU.
           READ ARQ-PATRIMONIO RECORD INTO WS-PATRIMONIO WITH LOCK
               KEY IS PAT-CHAVE
               INVALID KEY MOVE 'N' TO WS-PAT-ACHOU
           END-READ.
           IF WS-PAT-ACHOU = 'N'
      *        COPIA ANTERIOR AO CADASTRO PATRIMONIAL - ENTRA SEM
      *        CUSTO, QUE O GERENTE INFORMA NA OPCAO 31
               INITIALIZE WS-PATRIMONIO
               MOVE PAT-CHAVE TO WS-PAT-CHAVE
               MOVE WS-FILIAL TO WS-PAT-FILIAL
               MOVE 'A' TO WS-PAT-SITUACAO
           END-IF.
           EVALUATE WS-PAT-EVENTO
               WHEN 'A'
                   ADD 1 TO WS-PAT-QTD-ALUGUEIS
                   ADD WS-PAT-VALOR-MOV TO WS-PAT-RECEITA
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAT-ULT-ALUGUEL
               WHEN 'N'
               WHEN 'D'
                   ADD WS-PAT-VALOR-MOV TO WS-PAT-RECEITA
               WHEN 'S'
                   MOVE 'D' TO WS-PAT-SITUACAO
                   PERFORM BAIXA-PATRIMONIO
               WHEN 'X'
                   MOVE 'E' TO WS-PAT-SITUACAO
                   PERFORM BAIXA-PATRIMONIO
               WHEN 'V'
                   MOVE 'V' TO WS-PAT-SITUACAO
                   PERFORM BAIXA-PATRIMONIO
               WHEN 'R'
                   MOVE 'R' TO WS-PAT-SITUACAO
               WHEN 'T'
                   MOVE 'A' TO WS-PAT-SITUACAO
                   MOVE ZEROES TO WS-PAT-BAIXA-DATA
                   MOVE ZEROES TO WS-PAT-BAIXA-VALOR
               WHEN 'K'
                   PERFORM ESTORNA-PATRIMONIO
           END-EVALUATE.
           MOVE WS-PATRIMONIO TO REG-PATRIMONIO.
           IF WS-PAT-ACHOU = 'S'
               REWRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY ' AVISO: PATRIMONIO NAO ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY ' AVISO: PATRIMONIO NAO ATUALIZADO'
               END-WRITE
           END-IF.
           UNLOCK ARQ-PATRIMONIO.
           CLOSE ARQ-PATRIMONIO.
       FIM-ATUALIZA-PATRIMONIO.
           CONTINUE.
       BAIXA-PATRIMONIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAT-BAIXA-DATA.
           MOVE WS-PAT-VALOR-MOV TO WS-PAT-BAIXA-VALOR.
       ESTORNA-PATRIMONIO.
           IF WS-PAT-ORIGEM = 'A' AND WS-PAT-QTD-ALUGUEIS > 0
               SUBTRACT 1 FROM WS-PAT-QTD-ALUGUEIS
           END-IF.
           IF WS-PAT-RECEITA > WS-PAT-VALOR-MOV
               SUBTRACT WS-PAT-VALOR-MOV FROM WS-PAT-RECEITA
           ELSE
               MOVE ZEROES TO WS-PAT-RECEITA
           END-IF.
      *    DEVOLUCAO ESTORNADA REABRE O ALUGUEL - A COPIA AVARIADA OU
      *    EXTRAVIADA VOLTA A SER ATIVO
           IF WS-PAT-ORIGEM = 'D'
              AND (WS-PAT-SITUACAO = 'D' OR WS-PAT-SITUACAO = 'E')
               MOVE 'A' TO WS-PAT-SITUACAO
               MOVE ZEROES TO WS-PAT-BAIXA-DATA
               MOVE ZEROES TO WS-PAT-BAIXA-VALOR
           END-IF.
       MAIOR-COPIA-PATRIMONIO.
           OPEN INPUT ARQ-PATRIMONIO.
           IF WS-FS-21 = 0
               MOVE CODIGO TO PAT-CODIGO
               MOVE ZEROES TO PAT-COPIA
               MOVE 'N' TO WS-PAT-EOF
               START ARQ-PATRIMONIO KEY IS NOT LESS THAN PAT-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-PAT-EOF
               END-START
               PERFORM UNTIL WS-PAT-EOF = 'Y'
                   READ ARQ-PATRIMONIO NEXT RECORD
                       AT END MOVE 'Y' TO WS-PAT-EOF
                       NOT AT END
                           IF PAT-CODIGO NOT = CODIGO
                               MOVE 'Y' TO WS-PAT-EOF
                           ELSE
                               IF PAT-COPIA > WS-COPIA-PROX
                                   MOVE PAT-COPIA TO WS-COPIA-PROX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PATRIMONIO
           END-IF.
       INCLUI-PATRIMONIO.
           PERFORM ABRE-PATRIMONIO.
           IF WS-FS-21 <> 0
               DISPLAY ' AVISO: PATRIMONIO INDISPONIVEL - FS ' WS-FS-21
           ELSE
               INITIALIZE WS-PATRIMONIO
               MOVE CODIGO TO WS-PAT-CODIGO
               MOVE WS-J TO WS-PAT-COPIA
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAT-AQUISICAO
               MOVE WS-PED-CUSTO-UNIT TO WS-PAT-CUSTO
               MOVE WS-PED-FORNECEDOR TO WS-PAT-FORNECEDOR
               MOVE WS-PED-NUMERO TO WS-PAT-PEDIDO
               MOVE WS-PED-FILIAL-REC TO WS-PAT-FILIAL
               MOVE 'A' TO WS-PAT-SITUACAO
               MOVE WS-PATRIMONIO TO REG-PATRIMONIO
               WRITE REG-PATRIMONIO
                   INVALID KEY
                       DISPLAY ' AVISO: COPIA ' WS-J
                           ' JA CONSTA NO PATRIMONIO'
               END-WRITE
               CLOSE ARQ-PATRIMONIO
           END-IF.
       GERE-PATRIMONIO.
           MOVE ZEROES TO CODIGO.
           MOVE ZEROES TO WS-COPIA-SEL.
           DISPLAY PATRIMONIOCOD.
           ACCEPT PATRIMONIOCOD.
           READ ARQ-FILMES RECORD INTO WS-FILME
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-GERE-PATRIMONIO
           END-READ.
           PERFORM ABRE-PATRIMONIO.
           IF WS-FS-21 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO ABRIR PATRIMONIO: ' WS-FS-21
               ACCEPT INUTIL
               GO FIM-GERE-PATRIMONIO
           END-IF.
           MOVE CODIGO TO PAT-CODIGO.
           MOVE WS-COPIA-SEL TO PAT-COPIA.
           MOVE 'S' TO WS-PAT-ACHOU.
           READ ARQ-PATRIMONIO RECORD INTO WS-PATRIMONIO WITH LOCK
               KEY IS PAT-CHAVE
               INVALID KEY MOVE 'N' TO WS-PAT-ACHOU
           END-READ.
           IF WS-FS-21 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               CLOSE ARQ-PATRIMONIO
               GO FIM-GERE-PATRIMONIO
           END-IF.
           IF WS-PAT-ACHOU = 'N'
      *        SO COPIA DO ACERVO ATUAL ENTRA SEM HISTORICO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-COPIAS
                          OR WS-COPIA-NUMERO(WS-I) = WS-COPIA-SEL
               END-PERFORM
               IF WS-I > WS-QTD-COPIAS OR WS-COPIA-SEL = 0
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' COPIA NAO ENCONTRADA'
                   ACCEPT INUTIL
                   CLOSE ARQ-PATRIMONIO
                   GO FIM-GERE-PATRIMONIO
               END-IF
               INITIALIZE WS-PATRIMONIO
               MOVE CODIGO TO WS-PAT-CODIGO
               MOVE WS-COPIA-SEL TO WS-PAT-COPIA
               MOVE WS-COPIA-FILIAL(WS-I) TO WS-PAT-FILIAL
               EVALUATE WS-COPIA-STATUS(WS-I)
                   WHEN 2 MOVE 'D' TO WS-PAT-SITUACAO
                   WHEN 3 MOVE 'E' TO WS-PAT-SITUACAO
                   WHEN 4 MOVE 'R' TO WS-PAT-SITUACAO
                   WHEN OTHER MOVE 'A' TO WS-PAT-SITUACAO
               END-EVALUATE
           END-IF.
           COMPUTE WS-PAT-CONTABIL = WS-PAT-CUSTO - WS-PAT-DEPREC-ACUM.
           DISPLAY PATRIMONIOTELA.
           ACCEPT PATRIMONIOTELA.
           DISPLAY BLANK-SCREEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           IF WS-PAT-AQUISICAO > WS-HOJE
               DISPLAY ' DATA DE AQUISICAO NO FUTURO'
               ACCEPT INUTIL
               GO SAI-GERE-PATRIMONIO
           END-IF.
           IF WS-PAT-CUSTO < WS-PAT-DEPREC-ACUM
               DISPLAY ' CUSTO MENOR QUE O JA DEPRECIADO: '
                   WS-PAT-DEPREC-ACUM
               ACCEPT INUTIL
               GO SAI-GERE-PATRIMONIO
           END-IF.
           IF WS-PAT-CUSTO > 0 AND WS-PAT-AQUISICAO = 0
               DISPLAY ' INFORME A DATA DE AQUISICAO'
               ACCEPT INUTIL
               GO SAI-GERE-PATRIMONIO
           END-IF.
           MOVE WS-PATRIMONIO TO REG-PATRIMONIO.
           IF WS-PAT-ACHOU = 'S'
               REWRITE REG-PATRIMONIO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PATRIMONIO'
                   NOT INVALID KEY DISPLAY ' PATRIMONIO ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-PATRIMONIO
                   INVALID KEY DISPLAY ' ERRO AO GRAVAR PATRIMONIO'
                   NOT INVALID KEY
                       DISPLAY ' COPIA INCLUIDA NO PATRIMONIO'
               END-WRITE
           END-IF.
           ACCEPT INUTIL.
       SAI-GERE-PATRIMONIO.
           UNLOCK ARQ-PATRIMONIO.
           CLOSE ARQ-PATRIMONIO.
       FIM-GERE-PATRIMONIO.
           CONTINUE.
       GERE-REDISTRIB.
           OPEN I-O ARQ-REDIST.
           IF WS-FS-22 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' NENHUMA PROPOSTA DE REDISTRIBUICAO GERADA'
               ACCEPT INUTIL
               GO FIM-GERE-REDISTRIB
           END-IF.
       LISTA-REDISTRIB.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' PROPOSTAS DE REDISTRIBUICAO PENDENTES'.
           DISPLAY ' NUMERO FILME  TITULO                DE PARA QTD'.
           MOVE ZEROES TO WS-RED-LISTA.
           MOVE ZEROES TO RED-NUMERO.
           MOVE 'N' TO WS-RED-EOF.
           START ARQ-REDIST KEY IS NOT LESS THAN RED-NUMERO
               INVALID KEY MOVE 'Y' TO WS-RED-EOF
           END-START.
           PERFORM UNTIL WS-RED-EOF = 'Y' OR WS-RED-LISTA >= 18
               READ ARQ-REDIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-RED-EOF
                   NOT AT END
                       IF RED-SITUACAO = 'P'
                           PERFORM MOSTRA-REDISTRIB
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RED-LISTA = 0
               DISPLAY ' NENHUMA PROPOSTA PENDENTE'
               ACCEPT INUTIL
               GO SAI-GERE-REDISTRIB
           END-IF.
           DISPLAY ' PROPOSTA (0 = VOLTAR): '.
           MOVE ZEROES TO WS-RED-SEL.
           ACCEPT WS-RED-SEL.
           IF WS-RED-SEL = 0
               GO SAI-GERE-REDISTRIB
           END-IF.
           MOVE WS-RED-SEL TO RED-NUMERO.
           READ ARQ-REDIST WITH LOCK
               KEY IS RED-NUMERO
               INVALID KEY
                   DISPLAY ' PROPOSTA NAO ENCONTRADA'
                   ACCEPT INUTIL
                   GO LISTA-REDISTRIB
           END-READ.
           IF WS-FS-22 = 51
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO LISTA-REDISTRIB
           END-IF.
           IF RED-SITUACAO NOT = 'P'
               DISPLAY ' PROPOSTA JA DECIDIDA - SITUACAO ' RED-SITUACAO
               ACCEPT INUTIL
               UNLOCK ARQ-REDIST
               GO LISTA-REDISTRIB
           END-IF.
           DISPLAY ' ORIGEM  ' RED-FILIAL-ORIG ': PRATELEIRA '
               RED-LIVRES-ORIG ' ALUGUEIS ' RED-ALUGUEIS-ORIG
               ' FILA ' RED-FILA-ORIG.
           DISPLAY ' DESTINO ' RED-FILIAL-DEST ': PRATELEIRA '
               RED-LIVRES-DEST ' ALUGUEIS ' RED-ALUGUEIS-DEST
               ' FILA ' RED-FILA-DEST.
           DISPLAY ' APROVAR (A) / RECUSAR (R) / VOLTAR (V): '.
           MOVE SPACE TO WS-RED-RESP.
           ACCEPT WS-RED-RESP.
           IF WS-RED-RESP = 'a'
               MOVE 'A' TO WS-RED-RESP
           END-IF.
           IF WS-RED-RESP = 'r'
               MOVE 'R' TO WS-RED-RESP
           END-IF.
           IF WS-RED-RESP NOT = 'A' AND WS-RED-RESP NOT = 'R'
               UNLOCK ARQ-REDIST
               GO LISTA-REDISTRIB
           END-IF.
           IF WS-RED-RESP = 'A'
      *        CADA COPIA VIRA UM PEDIDO NA FILA DE TRANSFERENCIA,
      *        ATENDIDO PELA FILIAL DE ORIGEM COMO OS DE CLIENTE
               OPEN EXTEND ARQ-TRANSFQ
               IF WS-FS-10 <> 0
                   OPEN OUTPUT ARQ-TRANSFQ
                   CLOSE ARQ-TRANSFQ
                   OPEN EXTEND ARQ-TRANSFQ
               END-IF
               IF WS-FS-10 <> 0
                   DISPLAY ' ERRO AO ABRIR FILA DE TRANSFERENCIA: '
                       WS-FS-10
                   ACCEPT INUTIL
                   UNLOCK ARQ-REDIST
                   GO LISTA-REDISTRIB
               END-IF
               PERFORM VARYING WS-RED-K FROM 1 BY 1
                       UNTIL WS-RED-K > RED-QTD
                   MOVE FUNCTION CURRENT-DATE(1:8) TO TRQ-DATA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO TRQ-HORA
                   MOVE RED-CODIGO TO TRQ-CODIGO
                   MOVE RED-FILIAL-DEST TO TRQ-FILIAL-SOL
                   MOVE RED-FILIAL-ORIG TO TRQ-FILIAL-DET
                   MOVE "REDISTRIBUICAO" TO TRQ-CPF
                   MOVE 'P' TO TRQ-SITUACAO
                   WRITE REG-TRANSFQ
               END-PERFORM
               CLOSE ARQ-TRANSFQ
           END-IF.
           MOVE WS-RED-RESP TO RED-SITUACAO.
           MOVE WS-OPERADOR TO RED-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RED-DECISAO.
           REWRITE REG-REDIST
               INVALID KEY DISPLAY ' ERRO AO GRAVAR PROPOSTA'
           END-REWRITE.
           UNLOCK ARQ-REDIST.
           IF WS-RED-RESP = 'A'
               DISPLAY ' ' RED-QTD ' PEDIDO(S) NA FILA DA FILIAL '
                   RED-FILIAL-ORIG
           ELSE
               DISPLAY ' PROPOSTA RECUSADA'
           END-IF.
           ACCEPT INUTIL.
           GO LISTA-REDISTRIB.
       SAI-GERE-REDISTRIB.
           CLOSE ARQ-REDIST.
       FIM-GERE-REDISTRIB.
           CONTINUE.
       MOSTRA-REDISTRIB.
           ADD 1 TO WS-RED-LISTA.
           MOVE RED-CODIGO TO CODIGO.
           READ ARQ-FILMES RECORD INTO WS-FILME
               KEY IS CODIGO
               INVALID KEY MOVE SPACES TO WS-FNOME
           END-READ.
           DISPLAY ' ' RED-NUMERO ' ' RED-CODIGO ' ' WS-FNOME(1:20)
               '  ' RED-FILIAL-ORIG '  ' RED-FILIAL-DEST '  ' RED-QTD.
       TRANSFERE-COPIA.
           MOVE ZEROES TO CODIGO.
           MOVE ZEROES TO WS-COPIA-SEL.
           MOVE ZEROES TO WS-FILIAL-DEST.
           DISPLAY TRANSFERE.
           ACCEPT TRANSFERE.
           IF WS-FILIAL-DEST = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME A FILIAL DESTINO'
               ACCEPT INUTIL
               GO FIM-TRANSFERE-COPIA
           END-IF.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-TRANSFERE-COPIA
           END-READ.
           IF WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-TRANSFERE-COPIA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-COPIAS
                      OR WS-COPIA-NUMERO(WS-I) = WS-COPIA-SEL
           END-PERFORM.
           IF WS-I > WS-QTD-COPIAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA NAO ENCONTRADA'
               ACCEPT INUTIL
               GO FIM-TRANSFERE-COPIA
           END-IF.
           IF WS-COPIA-STATUS(WS-I) NOT = 1
               DISPLAY BLANK-SCREEN
               DISPLAY ' SO COPIA NA PRATELEIRA PODE SER TRANSFERIDA'
               ACCEPT INUTIL
               GO FIM-TRANSFERE-COPIA
           END-IF.
           IF WS-FILIAL-DEST = WS-COPIA-FILIAL(WS-I)
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA JA ESTA NA FILIAL DESTINO'
               ACCEPT INUTIL
               GO FIM-TRANSFERE-COPIA
           END-IF.
           MOVE WS-COPIA-SEL TO WS-TRANSF-COPIA.
           MOVE WS-COPIA-FILIAL(WS-I) TO WS-TRANSF-ORIG.
           MOVE WS-FILIAL-DEST TO WS-TRANSF-DEST.
      *    A COPIA SAI DA PRATELEIRA E FICA NO MALOTE (5) JA COM A
      *    FILIAL DESTINO - SO VOLTA A SER ALUGAVEL QUANDO O DESTINO
      *    CONFIRMAR A CHEGADA
           MOVE WS-FILIAL-DEST TO WS-COPIA-FILIAL(WS-I).
           MOVE 5 TO WS-COPIA-STATUS(WS-I).
           IF WS-QTD-DISPONIVEIS > 0
               SUBTRACT 1 FROM WS-QTD-DISPONIVEIS
           END-IF.
           IF WS-QTD-DISPONIVEIS > 0
               MOVE 1 TO WS-ISTATUS
           ELSE
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR'
                   ACCEPT INUTIL
               NOT INVALID KEY
      *            RASTRO DA TRANSFERENCIA: COPIA E FILIAIS DE
      *            ORIGEM/DESTINO NO CAMPO DE CPF (LIVRE NESTE TIPO)
                   MOVE SPACES TO CCPF
                   MOVE WS-TRANSF-INFO TO CCPF
                   MOVE 'T' TO LOG-TIPO
                   MOVE ZEROES TO LOG-MULTA
                   MOVE ZEROES TO LOG-VALOR
                   MOVE WS-COPIA-SEL TO WS-LOG-COPIA
                   MOVE 'E' TO WS-LOG-TRN-EVENTO
                   PERFORM REGISTRA-LOG
                   PERFORM GRAVA-TRANSITO
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' COPIA EM TRANSITO PARA FILIAL '
                       WS-FILIAL-DEST
                   DISPLAY ' IMPRIMA O ROMANEIO ANTES DE ENTREGAR AO'
                       ' MALOTE'
                   ACCEPT INUTIL
           END-REWRITE.
       FIM-TRANSFERE-COPIA.
           CONTINUE.
       GRAVA-TRANSITO.
           OPEN I-O ARQ-TRANSITO.
           IF WS-FS-25 = 35
               OPEN OUTPUT ARQ-TRANSITO
               CLOSE ARQ-TRANSITO
               OPEN I-O ARQ-TRANSITO
           END-IF.
           IF WS-FS-25 <> 0
               DISPLAY ' AVISO: CONTROLE DE TRANSITO INDISPONIVEL - FS '
                   WS-FS-25
           ELSE
               MOVE WS-CODIGO TO TRN-CODIGO
               MOVE WS-COPIA-SEL TO TRN-COPIA
               MOVE WS-TRANSF-ORIG TO TRN-ORIGEM
               MOVE WS-TRANSF-DEST TO TRN-DESTINO
               MOVE FUNCTION CURRENT-DATE(1:8) TO TRN-DATA-ENVIO
               MOVE FUNCTION CURRENT-DATE(9:6) TO TRN-HORA-ENVIO
               MOVE WS-OPERADOR TO TRN-OPERADOR
               MOVE ZEROES TO TRN-ROMANEIO-DATA
               MOVE ZEROES TO TRN-ROMANEIO-HORA
      *        SOBRA DE UM MALOTE ANTERIOR PARA A MESMA COPIA E
      *        SUBSTITUIDA PELO ENVIO ATUAL
               WRITE REG-TRANSITO
                   INVALID KEY
                       REWRITE REG-TRANSITO
                           INVALID KEY
                               DISPLAY ' AVISO: TRANSITO NAO GRAVADO'
                       END-REWRITE
               END-WRITE
               CLOSE ARQ-TRANSITO
           END-IF.
       CONFIRMA-CHEGADA.
           MOVE ZEROES TO CODIGO.
           MOVE ZEROES TO WS-COPIA-SEL.
           DISPLAY CHEGADA.
           ACCEPT CHEGADA.
           IF CODIGO = 0
               PERFORM LISTA-TRANSITO THRU FIM-LISTA-TRANSITO
               GO FIM-CONFIRMA-CHEGADA
           END-IF.
           READ ARQ-FILMES RECORD INTO WS-FILME WITH LOCK
               KEY IS CODIGO
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' FILME NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-CONFIRMA-CHEGADA
           END-READ.
           IF WS-FS-2 = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-CONFIRMA-CHEGADA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-COPIAS
                      OR WS-COPIA-NUMERO(WS-I) = WS-COPIA-SEL
           END-PERFORM.
           IF WS-I > WS-QTD-COPIAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA NAO ENCONTRADA'
               ACCEPT INUTIL
               GO FIM-CONFIRMA-CHEGADA
           END-IF.
           IF WS-COPIA-STATUS(WS-I) NOT = 5
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA NAO ESTA EM TRANSITO'
               ACCEPT INUTIL
               GO FIM-CONFIRMA-CHEGADA
           END-IF.
      *    SO A FILIAL QUE RECEBE O MALOTE CONFIRMA A CHEGADA
           IF WS-COPIA-FILIAL(WS-I) NOT = WS-FILIAL
               DISPLAY BLANK-SCREEN
               DISPLAY ' COPIA DESTINADA A FILIAL '
                   WS-COPIA-FILIAL(WS-I)
               ACCEPT INUTIL
               GO FIM-CONFIRMA-CHEGADA
           END-IF.
           MOVE WS-COPIA-SEL TO WS-TRANSF-COPIA.
           MOVE ZEROES TO WS-TRANSF-ORIG.
           MOVE WS-FILIAL TO WS-TRANSF-DEST.
           MOVE 'N' TO WS-TRN-ACHOU.
           OPEN I-O ARQ-TRANSITO.
           IF WS-FS-25 = 0
               MOVE WS-CODIGO TO TRN-CODIGO
               MOVE WS-COPIA-SEL TO TRN-COPIA
               READ ARQ-TRANSITO
                   KEY IS TRN-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TRN-ORIGEM TO WS-TRANSF-ORIG
                       MOVE 'S' TO WS-TRN-ACHOU
               END-READ
           END-IF.
           MOVE 1 TO WS-COPIA-STATUS(WS-I).
           ADD 1 TO WS-QTD-DISPONIVEIS.
           MOVE 1 TO WS-ISTATUS.
           MOVE WS-FILME TO REG-FILME.
           REWRITE REG-FILME
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' ERRO AO GRAVAR'
                   ACCEPT INUTIL
               NOT INVALID KEY
                   MOVE SPACES TO CCPF
                   MOVE WS-TRANSF-INFO TO CCPF
                   MOVE 'T' TO LOG-TIPO
                   MOVE ZEROES TO LOG-MULTA
                   MOVE ZEROES TO LOG-VALOR
                   MOVE WS-COPIA-SEL TO WS-LOG-COPIA
                   MOVE 'C' TO WS-LOG-TRN-EVENTO
                   PERFORM REGISTRA-LOG
                   IF WS-TRN-ACHOU = 'S'
                       DELETE ARQ-TRANSITO RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CHEGADA CONFIRMADA - COPIA NA PRATELEIRA'
                   IF WS-QTD-RESERVAS > 0
                       DISPLAY ' FILME COM RESERVA - VERIFIQUE A FILA'
                   END-IF
                   ACCEPT INUTIL
           END-REWRITE.
           IF WS-FS-25 = 0
               CLOSE ARQ-TRANSITO
           END-IF.
       FIM-CONFIRMA-CHEGADA.
           CONTINUE.
       LISTA-TRANSITO.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' COPIAS A CAMINHO DESTA FILIAL'.
           MOVE ZEROES TO WS-ROM-QTD.
           OPEN INPUT ARQ-TRANSITO.
           IF WS-FS-25 <> 0
               DISPLAY ' NENHUMA COPIA EM TRANSITO'
               ACCEPT INUTIL
               GO FIM-LISTA-TRANSITO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE 'N' TO WS-TRN-EOF.
           PERFORM UNTIL WS-TRN-EOF = 'Y' OR WS-ROM-QTD >= 18
               READ ARQ-TRANSITO NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       IF TRN-DESTINO = WS-FILIAL
                           ADD 1 TO WS-ROM-QTD
                           COMPUTE WS-TRN-DIAS =
                               FUNCTION INTEGER-OF-DATE(WS-HOJE)
                             - FUNCTION INTEGER-OF-DATE(TRN-DATA-ENVIO)
                           DISPLAY ' FILME ' TRN-CODIGO
                               ' COPIA ' TRN-COPIA
                               ' DA FILIAL ' TRN-ORIGEM
                               ' ENVIADA EM ' TRN-DATA-ENVIO
                               ' (' WS-TRN-DIAS ' DIAS)'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRANSITO.
           IF WS-ROM-QTD = 0
               DISPLAY ' NENHUMA COPIA A CAMINHO'
           END-IF.
           ACCEPT INUTIL.
       FIM-LISTA-TRANSITO.
           CONTINUE.
       EMITE-ROMANEIO.
      *    O ROMANEIO LEVA TODAS AS COPIAS QUE SAIRAM DESTA FILIAL E
      *    AINDA NAO FORAM PARA NENHUM MALOTE
           OPEN I-O ARQ-TRANSITO.
           IF WS-FS-25 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' NENHUMA COPIA EM TRANSITO'
               ACCEPT INUTIL
               GO FIM-EMITE-ROMANEIO
           END-IF.
           MOVE ZEROES TO WS-ROM-QTD.
           MOVE 'N' TO WS-TRN-EOF.
           PERFORM UNTIL WS-TRN-EOF = 'Y'
               READ ARQ-TRANSITO NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       IF TRN-ORIGEM = WS-FILIAL
                          AND TRN-ROMANEIO-DATA = 0
                           ADD 1 TO WS-ROM-QTD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROM-QTD = 0
               CLOSE ARQ-TRANSITO
               DISPLAY BLANK-SCREEN
               DISPLAY ' NENHUMA COPIA NOVA PARA O MALOTE'
               ACCEPT INUTIL
               GO FIM-EMITE-ROMANEIO
           END-IF.
           MOVE WS-FILIAL TO WS-ROM-FILIAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ROM-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ROM-HORA.
           OPEN OUTPUT ARQ-ROMANEIO.
           IF WS-FS-26 <> 0
               CLOSE ARQ-TRANSITO
               DISPLAY BLANK-SCREEN
               DISPLAY ' ERRO AO CRIAR ROMANEIO: ' WS-FS-26
               ACCEPT INUTIL
               GO FIM-EMITE-ROMANEIO
           END-IF.
           MOVE SPACES TO ROM-LINHA.
           STRING "ROMANEIO DE MALOTE - FILIAL DE ORIGEM "
               WS-ROM-FILIAL DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           STRING "EMITIDO EM " WS-ROM-DATA " " WS-ROM-HORA
               " POR " WS-OPERADOR DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE "FILME   COPIA  DESTINO  TITULO" TO ROM-LINHA.
           MOVE "ENVIADA EM" TO ROM-LINHA(75:10).
           WRITE ROM-LINHA.
           MOVE ZEROES TO WS-ROM-QTD.
           MOVE LOW-VALUES TO TRN-CHAVE.
           MOVE 'N' TO WS-TRN-EOF.
           START ARQ-TRANSITO KEY IS NOT LESS THAN TRN-CHAVE
               INVALID KEY MOVE 'Y' TO WS-TRN-EOF
           END-START.
           PERFORM UNTIL WS-TRN-EOF = 'Y'
               READ ARQ-TRANSITO NEXT RECORD
                   AT END MOVE 'Y' TO WS-TRN-EOF
                   NOT AT END
                       IF TRN-ORIGEM = WS-FILIAL
                          AND TRN-ROMANEIO-DATA = 0
                           PERFORM LINHA-ROMANEIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           STRING "TOTAL DE COPIAS NO MALOTE: " WS-ROM-QTD
               DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE "CONFERIDO POR: ______________________________"
               TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE "ENTREGADOR: _________________________________"
               TO ROM-LINHA.
           WRITE ROM-LINHA.
           CLOSE ARQ-ROMANEIO.
           CLOSE ARQ-TRANSITO.
           DISPLAY BLANK-SCREEN.
           DISPLAY ' ROMANEIO GRAVADO EM ' WS-ROM-NOME.
           DISPLAY ' COPIAS NO MALOTE: ' WS-ROM-QTD.
           ACCEPT INUTIL.
       FIM-EMITE-ROMANEIO.
           CONTINUE.
       LINHA-ROMANEIO.
           ADD 1 TO WS-ROM-QTD.
           MOVE TRN-CODIGO TO CODIGO.
           READ ARQ-FILMES
               KEY IS CODIGO
               INVALID KEY MOVE "FILME INEXISTENTE" TO FNOME
           END-READ.
           MOVE SPACES TO ROM-LINHA.
           MOVE TRN-CODIGO TO ROM-LINHA(1:6).
           MOVE TRN-COPIA TO ROM-LINHA(10:2).
           MOVE TRN-DESTINO TO ROM-LINHA(17:2).
           MOVE FNOME TO ROM-LINHA(24:48).
           MOVE TRN-DATA-ENVIO TO ROM-LINHA(75:8).
           WRITE ROM-LINHA.
           MOVE WS-ROM-DATA TO TRN-ROMANEIO-DATA.
           MOVE WS-ROM-HORA TO TRN-ROMANEIO-HORA.
           REWRITE REG-TRANSITO
               INVALID KEY
                   DISPLAY ' AVISO: COPIA ' TRN-COPIA ' DO FILME '
                       TRN-CODIGO ' NAO MARCADA NO ROMANEIO'
           END-REWRITE.
       ACORDO-DIVIDA.
           MOVE SPACES TO CCPF.
           DISPLAY ACORDOC.
           ACCEPT ACORDOC.
           MOVE CCPF TO WS-CPF.
           PERFORM LIMPA-CPF-CNPJ.
           MOVE SPACES TO CCPF.
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CLIENTE NAO ENCONTRADO'
                   ACCEPT INUTIL
                   GO FIM-ACORDO-DIVIDA
           END-READ.
           IF WS-FS = 51
               DISPLAY BLANK-SCREEN
               DISPLAY ' REGISTRO EM USO - TENTE NOVAMENTE'
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
      *    CLIENTE COM ACORDO ATIVO SO CONSULTA AS PARCELAS
           PERFORM CONSULTA-ACORDO.
           IF WS-ACD-RC = 0
               PERFORM MOSTRA-ACORDO
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           IF WS-ACD-RC = 9
               DISPLAY BLANK-SCREEN
               DISPLAY ' ' WS-ACD-MENSAGEM
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           PERFORM LE-CONTA.
           IF CONTA-SALDO <= 0
               UNLOCK ARQ-CONTAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' CLIENTE SEM SALDO DEVEDOR'
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           MOVE CONTA-SALDO TO WS-ACD-SALDO.
           MOVE ZEROES TO WS-ACD-DESCONTO.
           MOVE ZEROES TO WS-ACD-ENTRADA.
           MOVE ZEROES TO WS-ACD-QTD-PARCELAS.
           MOVE ZEROES TO WS-ACD-PRIMEIRO-VENC.
           MOVE WS-ASS-BOLETO TO WS-ACD-BOLETO.
           DISPLAY ACORDOTELA.
           ACCEPT ACORDOTELA.
           INSPECT WS-ACD-BOLETO CONVERTING "sn" TO "SN".
           IF WS-ACD-BOLETO NOT = 'S' AND WS-ACD-BOLETO NOT = 'N'
               UNLOCK ARQ-CONTAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' RESPONDA S OU N EM PARCELAS POR BOLETO'
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           MOVE 'S' TO WS-ACD-FUNCAO.
           MOVE CCPF TO WS-ACD-CPF.
           MOVE ZEROES TO WS-ACD-DATA.
           PERFORM CHAMA-ACORDO.
           IF WS-ACD-RC NOT = 0
               UNLOCK ARQ-CONTAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' ' WS-ACD-MENSAGEM
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           PERFORM MOSTRA-ACORDO.
           MOVE SPACE TO WS-ACO-CONFIRMA.
           DISPLAY ' CONFIRMA O ACORDO (S/N)? '.
           ACCEPT WS-ACO-CONFIRMA.
           IF WS-ACO-CONFIRMA NOT = 'S' AND WS-ACO-CONFIRMA NOT = 's'
               UNLOCK ARQ-CONTAS
               DISPLAY ' ACORDO NAO GRAVADO'
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
           MOVE 'G' TO WS-ACD-FUNCAO.
           MOVE WS-OPERADOR TO WS-ACD-OPERADOR.
           MOVE WS-FILIAL TO WS-ACD-FILIAL.
           MOVE WS-COBRANCA-ESTAGIO TO WS-ACD-ESTAGIO.
           PERFORM CHAMA-ACORDO.
           IF WS-ACD-RC NOT = 0
               UNLOCK ARQ-CONTAS
               DISPLAY BLANK-SCREEN
               DISPLAY ' ' WS-ACD-MENSAGEM
               ACCEPT INUTIL
               GO FIM-ACORDO-DIVIDA
           END-IF.
      *    O DESCONTO SAI DO SALDO NA HORA E FICA NO MOVIMENTO COMO
      *    PAGAMENTO FORMA 6 - NAO ENTRA NO CAIXA
           IF WS-ACD-DESCONTO > 0
               SUBTRACT WS-ACD-DESCONTO FROM CONTA-SALDO
               PERFORM GRAVA-CONTA
               MOVE ZEROES TO CODIGO
               MOVE 'P' TO LOG-TIPO
               MOVE ZEROES TO LOG-MULTA
               MOVE WS-ACD-DESCONTO TO LOG-VALOR
               MOVE 6 TO WS-LOG-FORMA
               MOVE SPACES TO WS-LOG-VINCULO
               MOVE WS-ACD-SEQ TO WS-LOG-ACO-SEQ
               MOVE ZEROES TO WS-LOG-ACO-VALOR
               PERFORM REGISTRA-LOG
           ELSE
               UNLOCK ARQ-CONTAS
           END-IF.
      *    ACORDO EM DIA TIRA O CLIENTE DA REGUA DE COBRANCA
           IF WS-COBRANCA-ESTAGIO > 0
               MOVE ZEROES TO WS-COBRANCA-ESTAGIO
               MOVE WS-CLIENTES TO REG-DATA
               REWRITE REG-DATA
                   INVALID KEY
                       DISPLAY ' AVISO: ESTAGIO DE COBRANCA NAO'
                           ' ATUALIZADO'
               END-REWRITE
           END-IF.
           DISPLAY ' ACORDO ' WS-ACD-SEQ ' GRAVADO'.
           IF WS-ACD-ENTRADA > 0
               DISPLAY ' RECEBA A ENTRADA DE ' WS-ACD-ENTRADA
                   ' PELA CONTA CLIENTE'
           END-IF.
           ACCEPT INUTIL.
       FIM-ACORDO-DIVIDA.
           CONTINUE.
       MOSTRA-ACORDO.
           DISPLAY BLANK-SCREEN.
           IF WS-ACD-FUNCAO = 'C'
               DISPLAY ' ACORDO ATIVO ' WS-ACD-SEQ ' - TOTAL: '
                   WS-ACD-TOTAL ' EM ABERTO: ' WS-ACD-ABERTO
           ELSE
               DISPLAY ' SIMULACAO - SALDO: ' WS-ACD-SALDO
                   ' DESCONTO: ' WS-ACD-DESCONTO
               DISPLAY ' TOTAL DO ACORDO: ' WS-ACD-TOTAL
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACD-QTD
               IF WS-ACD-PAR-TIPO(WS-I) = 'E'
                   DISPLAY ' ENTRADA  VENC: ' WS-ACD-PAR-VENC(WS-I)
                       ' VALOR: ' WS-ACD-PAR-VALOR(WS-I)
                       ' PAGO: ' WS-ACD-PAR-PAGO(WS-I)
               ELSE
                   DISPLAY ' PARCELA  VENC: ' WS-ACD-PAR-VENC(WS-I)
                       ' VALOR: ' WS-ACD-PAR-VALOR(WS-I)
                       ' PAGO: ' WS-ACD-PAR-PAGO(WS-I)
               END-IF
           END-PERFORM.
       CONSULTA-ACORDO.
           MOVE 'C' TO WS-ACD-FUNCAO.
           MOVE CCPF TO WS-ACD-CPF.
           MOVE ZEROES TO WS-ACD-DATA.
           PERFORM CHAMA-ACORDO.
       APLICA-ACORDO.
      *    PAGAMENTO NA CONTA DE CLIENTE COM ACORDO ABATE PRIMEIRO AS
      *    PARCELAS, DA MAIS ANTIGA PARA A MAIS NOVA
           MOVE 'P' TO WS-ACD-FUNCAO.
           MOVE CCPF TO WS-ACD-CPF.
           MOVE ZEROES TO WS-ACD-DATA.
           MOVE WS-VALOR-PAGO TO WS-ACD-VALOR.
           PERFORM CHAMA-ACORDO.
           IF WS-ACD-RC = 0 AND WS-ACD-VALOR > 0
               MOVE SPACES TO WS-LOG-VINCULO
               MOVE WS-ACD-SEQ TO WS-LOG-ACO-SEQ
               MOVE WS-ACD-VALOR TO WS-LOG-ACO-VALOR
           END-IF.
       CHAMA-ACORDO.
      *    SEM O MODULO O CLIENTE FICA COMO SE NAO TIVESSE ACORDO
           MOVE 1 TO WS-ACD-RC.
           CALL "ACORDO"
               ON EXCEPTION
                   DISPLAY "AVISO: MODULO ACORDO NAO ENCONTRADO"
           END-CALL.
       CONSULTA-BUREAU.
      *    CPF/CNPJ NOVO PASSA PELA BASE DE RESTRICOES QUE A CADEIA
      *    NOTURNA IMPORTA DO BUREAU - COM RESTRICAO SO ENTRA COM A
      *    SENHA DO GERENTE E UMA CONDICAO PARA ALUGAR
           MOVE 'N' TO WS-BUR-OK.
           MOVE SPACES TO CCPF.
           MOVE WS-CPF TO CCPF.
           READ ARQ-CLIENTES
               KEY IS CCPF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' CLIENTE JA EXISTE'
                   ACCEPT INUTIL
                   GO FIM-CONSULTA-BUREAU
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUREAU-DATA.
           MOVE SPACE TO WS-BUREAU-CONDICAO.
           MOVE SPACES TO WS-BUR-APROVADOR.
           OPEN INPUT ARQ-RESTRICOES.
           IF WS-FS-27 <> 0
               MOVE 'I' TO WS-BUREAU-SITUACAO
               DISPLAY BLANK-SCREEN
               DISPLAY ' BASE DO BUREAU INDISPONIVEL - CADASTRO SEM'
                   ' CONSULTA DE RESTRICOES'
               ACCEPT INUTIL
               MOVE 'S' TO WS-BUR-OK
               GO FIM-CONSULTA-BUREAU
           END-IF.
           MOVE ZEROES TO WS-BUR-BASE.
           MOVE "00000000000000" TO RST-DOCUMENTO.
           READ ARQ-RESTRICOES
               KEY IS RST-DOCUMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RST-DATA-BASE TO WS-BUR-BASE
           END-READ.
           MOVE 'N' TO WS-BUREAU-SITUACAO.
           MOVE WS-CPF TO RST-DOCUMENTO.
           READ ARQ-RESTRICOES
               KEY IS RST-DOCUMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO WS-BUREAU-SITUACAO
                   MOVE RST-QTD TO WS-RST-QTD
                   MOVE RST-VALOR TO WS-RST-VALOR
                   MOVE RST-DATA-OCORRENCIA TO WS-RST-DATA
                   MOVE RST-INFORMANTE TO WS-RST-INFORMANTE
           END-READ.
           CLOSE ARQ-RESTRICOES.
           IF WS-BUREAU-SITUACAO = 'N'
      *        BASE VELHA NAO IMPEDE O CADASTRO, MAS O BALCAO AVISA
               MOVE 99 TO WS-BUR-DIAS
               IF WS-BUR-BASE NUMERIC AND WS-BUR-BASE > 0
                   COMPUTE WS-BUR-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-BUREAU-DATA)
                       - FUNCTION INTEGER-OF-DATE(WS-BUR-BASE)
               END-IF
               IF WS-BUR-DIAS > 1
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' AVISO: BASE DO BUREAU DESATUALIZADA - '
                       'IMPORTADA EM ' WS-BUR-BASE
                   ACCEPT INUTIL
               END-IF
               MOVE 'S' TO WS-BUR-OK
               GO FIM-CONSULTA-BUREAU
           END-IF.
           MOVE SPACES TO WS-EST-GERENTE.
           MOVE SPACES TO WS-EST-SENHA.
           DISPLAY BUREAUTELA.
           ACCEPT BUREAUTELA.
           INSPECT WS-BUREAU-CONDICAO CONVERTING "lcas" TO "LCAS".
           IF WS-BUREAU-CONDICAO NOT = 'L'
              AND WS-BUREAU-CONDICAO NOT = 'C'
              AND WS-BUREAU-CONDICAO NOT = 'A'
              AND WS-BUREAU-CONDICAO NOT = 'S'
               DISPLAY BLANK-SCREEN
               DISPLAY ' CONDICAO INVALIDA - USE L, C, A OU S -'
                   ' CADASTRO NAO GRAVADO'
               ACCEPT INUTIL
               GO FIM-CONSULTA-BUREAU
           END-IF.
           MOVE "CADASTRO NEGADO" TO WS-AUT-ACAO.
           PERFORM VALIDA-AUTORIZADOR THRU FIM-VALIDA-AUTORIZADOR.
           IF WS-EST-OK = 'N'
               GO FIM-CONSULTA-BUREAU
           END-IF.
           MOVE WS-EST-GERENTE TO WS-BUR-APROVADOR.
           MOVE 'S' TO WS-BUR-OK.
       FIM-CONSULTA-BUREAU.
           CONTINUE.
       GERENCIA-COPIA.
           MOVE ZEROES TO CODIGO.
                       ACCEPT INUTIL
                       GO FIM-GERENCIA-COPIA
                   END-IF
                   IF WS-COPIA-STATUS(WS-I) = 5
                       DISPLAY BLANK-SCREEN
                       DISPLAY ' COPIA EM TRANSITO - CONFIRME A CHEGADA'
                       ACCEPT INUTIL
                       GO FIM-GERENCIA-COPIA
                   END-IF
                   MOVE 1 TO WS-COPIA-STATUS(WS-I)
                   ADD 1 TO WS-QTD-DISPONIVEIS
               WHEN OTHER
                   MOVE ZEROES TO LOG-MULTA
                   MOVE ZEROES TO LOG-VALOR
                   PERFORM REGISTRA-LOG
                   MOVE WS-CODIGO TO WS-PAT-CODIGO
                   MOVE WS-COPIA-SEL TO WS-PAT-COPIA
                   IF WS-ACAO-COPIA = 1
                       MOVE 'R' TO WS-PAT-EVENTO
                   ELSE
                       MOVE 'T' TO WS-PAT-EVENTO
                   END-IF
                   MOVE ZEROES TO WS-PAT-VALOR-MOV
                   PERFORM ATUALIZA-PATRIMONIO
                       THRU FIM-ATUALIZA-PATRIMONIO
                   DISPLAY BLANK-SCREEN
                   DISPLAY ' COPIA ATUALIZADA'
                   ACCEPT INUTIL
                   ACCEPT INUTIL
                   GO FIM-BUSCA-CLIENTE
           END-READ.
           PERFORM CONTA-ALUGUEIS.
           DISPLAY CLIENT-DATA.
           ACCEPT INUTIL.
           DISPLAY ' (1) ALUGAR PARA ESTE CLIENTE (OUTRO = VOLTAR): '.
       CALCULA-IDADE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE WS-HOJE TO WS-HOJE-DET.
           MOVE WS-NASC-REF TO WS-NASC-DET.
           COMPUTE WS-IDADE = WS-HOJE-ANO - WS-NASC-ANO.
           IF WS-HOJE-MMDD < WS-NASC-MMDD
               SUBTRACT 1 FROM WS-IDADE
           END-PERFORM.
       FIM-TESTA-CONTEM.
           CONTINUE.
       RELATORIOS-GUARDADOS.
      *    O ATENDENTE SO VE OS RELATORIOS DO SEU NIVEL - OS
      *    FINANCEIROS NEM CHEGAM A SER LISTADOS PARA ELE
           MOVE SPACES TO WS-RA-FILTRO.
           MOVE ZEROES TO WS-RA-DATA-INI.
           DISPLAY RELARQ-FILTRO.
           ACCEPT RELARQ-FILTRO.
           OPEN INPUT ARQ-RELARQ.
           IF WS-FS-29 <> 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' NENHUM RELATORIO GUARDADO'
               ACCEPT INUTIL
               GO FIM-RELATORIOS-GUARDADOS
           END-IF.
      *    A CHAVE NOME/DATA POSICIONA DIRETO NO RELATORIO PEDIDO
           MOVE WS-RA-FILTRO TO RAQ-NOME.
           MOVE WS-RA-DATA-INI TO RAQ-DATA.
           MOVE 'N' TO WS-RA-EOF.
           MOVE ZEROES TO WS-RA-LISTAS.
           START ARQ-RELARQ KEY IS NOT LESS THAN RAQ-CHAVE
               INVALID KEY MOVE 'Y' TO WS-RA-EOF
           END-START.
       PROXIMA-LISTA-RELARQ.
           PERFORM CARREGA-LISTA-RELARQ.
           IF WS-RA-QTD = 0
               CLOSE ARQ-RELARQ
               DISPLAY BLANK-SCREEN
               IF WS-RA-LISTAS = 0
                   DISPLAY ' NENHUM RELATORIO GUARDADO PARA O FILTRO'
               ELSE
                   DISPLAY ' FIM DA LISTA DE RELATORIOS GUARDADOS'
               END-IF
               ACCEPT INUTIL
               GO FIM-RELATORIOS-GUARDADOS
           END-IF.
           ADD 1 TO WS-RA-LISTAS.
       MOSTRA-LISTA-RELARQ.
           MOVE ZEROES TO WS-RA-ESCOLHA.
           DISPLAY RELARQ-LISTA.
           ACCEPT RELARQ-LISTA.
           IF WS-RA-ESCOLHA = 99
               CLOSE ARQ-RELARQ
               GO FIM-RELATORIOS-GUARDADOS
           END-IF.
           IF WS-RA-ESCOLHA = 0
               GO PROXIMA-LISTA-RELARQ
           END-IF.
           IF WS-RA-ESCOLHA > WS-RA-QTD
               DISPLAY BLANK-SCREEN
               DISPLAY ' NUMERO FORA DA LISTA'
               ACCEPT INUTIL
               GO MOSTRA-LISTA-RELARQ
           END-IF.
           PERFORM MOSTRA-RELATORIO THRU FIM-MOSTRA-RELATORIO.
           GO MOSTRA-LISTA-RELARQ.
       FIM-RELATORIOS-GUARDADOS.
           CONTINUE.
       CARREGA-LISTA-RELARQ.
           MOVE SPACES TO WS-TELA-RELARQ.
           MOVE ZEROES TO WS-RA-QTD.
           PERFORM UNTIL WS-RA-EOF = 'Y' OR WS-RA-QTD = 15
               READ ARQ-RELARQ NEXT RECORD
                   AT END MOVE 'Y' TO WS-RA-EOF
                   NOT AT END
                       PERFORM FILTRA-RELARQ
               END-READ
           END-PERFORM.
       FILTRA-RELARQ.
      *    COM NOME INFORMADO A LISTA PARA NO PRIMEIRO RELATORIO DE
      *    OUTRO NOME - O INDICE ESTA EM ORDEM DE NOME E DATA
           IF WS-RA-FILTRO NOT = SPACES AND RAQ-NOME NOT = WS-RA-FILTRO
               MOVE 'Y' TO WS-RA-EOF
           ELSE
               IF RAQ-DATA >= WS-RA-DATA-INI
                  AND RAQ-NIVEL <= WS-OPER-NIVEL
                   ADD 1 TO WS-RA-QTD
                   MOVE WS-RA-QTD TO WS-RA-L-NUM(WS-RA-QTD)
                   MOVE RAQ-NOME TO WS-RA-L-NOME(WS-RA-QTD)
                   MOVE RAQ-DATA TO WS-RA-L-DATA(WS-RA-QTD)
                   IF RAQ-FILIAL = 0
                       MOVE "REDE" TO WS-RA-L-FILIAL(WS-RA-QTD)
                   ELSE
                       MOVE RAQ-FILIAL TO WS-RA-L-FILIAL(WS-RA-QTD)
                   END-IF
                   MOVE RAQ-PAGINAS TO WS-RA-L-PAGINAS(WS-RA-QTD)
                   MOVE RAQ-PAGINAS TO WS-RA-PAGINAS(WS-RA-QTD)
                   MOVE RAQ-ARQUIVO TO WS-RA-ARQUIVO(WS-RA-QTD)
               END-IF
           END-IF.
       MOSTRA-RELATORIO.
           MOVE WS-RA-ARQUIVO(WS-RA-ESCOLHA) TO WS-RV-NOME.
           MOVE WS-RA-L-NOME(WS-RA-ESCOLHA) TO WS-RV-TITULO.
           MOVE WS-RA-L-DATA(WS-RA-ESCOLHA) TO WS-RV-DATA.
           MOVE WS-RA-PAGINAS(WS-RA-ESCOLHA) TO WS-RV-PAGINAS.
           MOVE 1 TO WS-RV-PAGINA.
           MOVE 1 TO WS-RV-COLUNA.
           IF WS-RV-PAGINAS = 0
               DISPLAY BLANK-SCREEN
               DISPLAY ' RELATORIO GUARDADO SEM LINHAS'
               ACCEPT INUTIL
               GO FIM-MOSTRA-RELATORIO
           END-IF.
       MOSTRA-PAGINA-RELATORIO.
           PERFORM LE-PAGINA-RELATORIO THRU FIM-LE-PAGINA.
           IF WS-RV-EOF = 'E'
               DISPLAY BLANK-SCREEN
               DISPLAY ' ARQUIVO NAO ENCONTRADO: ' WS-RV-NOME
               ACCEPT INUTIL
               GO FIM-MOSTRA-RELATORIO
           END-IF.
           MOVE SPACES TO WS-RV-CMD.
           DISPLAY RELARQ-PAGINA.
           ACCEPT RELARQ-PAGINA.
           EVALUATE WS-RV-CMD
               WHEN 'S' WHEN 's'
                   GO FIM-MOSTRA-RELATORIO
               WHEN 'A' WHEN 'a'
                   IF WS-RV-PAGINA > 1
                       SUBTRACT 1 FROM WS-RV-PAGINA
                   END-IF
               WHEN 'D' WHEN 'd'
                   IF WS-RV-COLUNA < 121
                       ADD 60 TO WS-RV-COLUNA
                   END-IF
               WHEN 'E' WHEN 'e'
                   IF WS-RV-COLUNA > 1
                       SUBTRACT 60 FROM WS-RV-COLUNA
                   END-IF
               WHEN OTHER
                   IF WS-RV-PAGINA < WS-RV-PAGINAS
                       ADD 1 TO WS-RV-PAGINA
                   END-IF
           END-EVALUATE.
           GO MOSTRA-PAGINA-RELATORIO.
       FIM-MOSTRA-RELATORIO.
           CONTINUE.
       LE-PAGINA-RELATORIO.
      *    ARQUIVO TEXTO SEM ACESSO DIRETO - PULA AS PAGINAS ANTERIORES
           MOVE SPACES TO WS-TELA-RELVER.
           MOVE 'N' TO WS-RV-EOF.
           OPEN INPUT ARQ-RELVER.
           IF WS-FS-30 <> 0
               MOVE 'E' TO WS-RV-EOF
               GO FIM-LE-PAGINA
           END-IF.
           COMPUTE WS-RV-PULAR = (WS-RV-PAGINA - 1) * WS-LINHAS-PAGINA.
           PERFORM UNTIL WS-RV-PULAR = 0 OR WS-RV-EOF = 'Y'
               READ ARQ-RELVER
                   AT END MOVE 'Y' TO WS-RV-EOF
                   NOT AT END SUBTRACT 1 FROM WS-RV-PULAR
               END-READ
           END-PERFORM.
           MOVE ZEROES TO WS-RV-K.
           PERFORM UNTIL WS-RV-K = WS-LINHAS-PAGINA OR WS-RV-EOF = 'Y'
               READ ARQ-RELVER
                   AT END MOVE 'Y' TO WS-RV-EOF
                   NOT AT END
                       ADD 1 TO WS-RV-K
                       MOVE RELVER-LINHA(WS-RV-COLUNA:78)
                           TO WS-RV-LINHA(WS-RV-K)
               END-READ
           END-PERFORM.
           CLOSE ARQ-RELVER.
       FIM-LE-PAGINA.
           CONTINUE.
       CONSULTA-LOG.
           MOVE ZEROES TO WS-FL-TIPO.
           MOVE SPACES TO WS-FL-CPF.
                   END-IF
           END-EVALUATE.
           MOVE 'S' TO WS-LOG-ACHOU.
           PERFORM PREPARA-LOGDETALHE.
           DISPLAY LOGDETALHE.
           ACCEPT INUTIL.
       FIM-MOSTRA-LOG.
           CONTINUE.
       PREPARA-LOGDETALHE.
           EVALUATE LOG-TIPO
               WHEN 'A' MOVE "ALUGUEL" TO WS-TIPO-DESC
               WHEN 'D' MOVE "DEVOLUCAO" TO WS-TIPO-DESC
               WHEN 'V' MOVE "VENDA COPIA" TO WS-TIPO-DESC
               WHEN 'U' MOVE "CAUCAO COBRADA" TO WS-TIPO-DESC
               WHEN 'W' MOVE "CAUCAO DEVOLVIDA" TO WS-TIPO-DESC
               WHEN 'Z' MOVE "ANONIMIZACAO LGPD" TO WS-TIPO-DESC
               WHEN 'K' MOVE "ESTORNO" TO WS-TIPO-DESC
               WHEN 'H' MOVE "VENDA VALE-PRESENTE" TO WS-TIPO-DESC
               WHEN 'O' MOVE "ASSINATURA" TO WS-TIPO-DESC
               WHEN 'L' MOVE "VALE-PRESENTE VENCIDO" TO WS-TIPO-DESC
               WHEN OTHER MOVE "DESCONHECIDO" TO WS-TIPO-DESC
           END-EVALUATE.
           IF LOG-TIPO = 'B' AND LOG-PED-NUMERO NUMERIC
              AND LOG-PED-NUMERO > 0
               MOVE "ENTRADA DE COMPRA" TO WS-TIPO-DESC
           END-IF.
           IF LOG-TIPO = 'T' AND LOG-TRN-EVENTO = 'C'
               MOVE "CHEGADA TRANSF." TO WS-TIPO-DESC
           END-IF.
           IF LOG-TIPO = 'C' AND LOG-BUR-SITUACAO = 'R'
               MOVE "CADASTRO RESTRITO" TO WS-TIPO-DESC
           END-IF.
      *    MENSAIS ANTIGOS NAO TRAZEM FORMA DE PAGAMENTO
           IF LOG-FORMA-PAGTO NOT NUMERIC
               MOVE ZEROES TO LOG-FORMA-PAGTO
           END-IF.
           IF LOG-DEPENDENTE NOT NUMERIC
               MOVE ZEROES TO LOG-DEPENDENTE
           END-IF.
           EVALUATE LOG-FORMA-PAGTO
               WHEN 1 MOVE "DINHEIRO" TO WS-FORMA-DESC
               WHEN 2 MOVE "DEBITO" TO WS-FORMA-DESC
               WHEN 3 MOVE "CREDITO" TO WS-FORMA-DESC
               WHEN 4 MOVE "PIX" TO WS-FORMA-DESC
               WHEN 5 MOVE "VALE" TO WS-FORMA-DESC
               WHEN 6 MOVE "ACORDO" TO WS-FORMA-DESC
               WHEN OTHER MOVE SPACES TO WS-FORMA-DESC
           END-EVALUATE.
      *    MENSAIS ANTIGOS NAO TRAZEM DESCONTO NEM PROMOCAO
           IF LOG-DESCONTO NOT NUMERIC
               MOVE ZEROES TO LOG-DESCONTO
           END-IF.
           IF LOG-PROMOCAO NOT NUMERIC
               MOVE ZEROES TO LOG-PROMOCAO
           END-IF.
           IF LOG-COPIA NOT NUMERIC
               MOVE ZEROES TO LOG-COPIA
           END-IF.
           IF LOG-TIPO = 'K'
               MOVE LOG-ORIGEM-CHAVE TO WS-LOG-REF
           ELSE
               MOVE SPACES TO WS-LOG-REF
           END-IF.
       BUSCA-POR-GENERO.
           MOVE LOW-VALUES TO CODIGO.
           START ARQ-FILMES KEY IS NOT LESS THAN CODIGO
                       END-PERFORM
               END-READ
           END-PERFORM.
       CONTA-ALUGUEIS.
      *    ALUGUEIS EM ABERTO DO CLIENTE CCPF - TOTAL, DO PLANO, DE
      *    HOJE E OS CINCO PRIMEIROS PARA A TELA
           MOVE ZEROES TO WS-ALU-QTD.
           MOVE ZEROES TO WS-ALU-QTD-PLANO.
           MOVE ZEROES TO WS-ALU-QTD-HOJE.
           MOVE ZEROES TO WS-TELA-ALUGUEIS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE CCPF TO ALU-CPF.
           MOVE ZEROES TO ALU-TITULO.
           MOVE 'N' TO WS-ALU-EOF.
           START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY MOVE 'Y' TO WS-ALU-EOF
           END-START.
           PERFORM UNTIL WS-ALU-EOF = 'Y'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-ALU-EOF
                   NOT AT END
                       IF ALU-CPF NOT = CCPF
                           MOVE 'Y' TO WS-ALU-EOF
                       ELSE
                           ADD 1 TO WS-ALU-QTD
                           IF ALU-PLANO = 'S'
                               ADD 1 TO WS-ALU-QTD-PLANO
                           END-IF
                           IF ALU-DATA-ALUGUEL = WS-HOJE
                               ADD 1 TO WS-ALU-QTD-HOJE
                           END-IF
                           IF WS-ALU-QTD <= 5
                               MOVE ALU-CODIGO
                                   TO WS-TA-FILME(WS-ALU-QTD)
                               MOVE ALU-COPIA
                                   TO WS-TA-COPIA(WS-ALU-QTD)
                               MOVE ALU-DATA-DEVOLUCAO
                                   TO WS-TA-DEVOLUCAO(WS-ALU-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ACHA-ALUGUEL.
      *    PROCURA O ALUGUEL DO FILME NO CLIENTE CCPF - COPIA E DATA
      *    DO ALUGUEL ZERADAS VALEM QUALQUER UMA
           MOVE 'N' TO WS-ALU-ACHOU.
           MOVE CCPF TO ALU-CPF.
           MOVE WS-ALU-BUSCA-CODIGO TO ALU-CODIGO.
           MOVE WS-ALU-BUSCA-COPIA TO ALU-COPIA.
           START ARQ-ALUGUEIS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY GO FIM-ACHA-ALUGUEL
           END-START.
           MOVE 'N' TO WS-ALU-EOF.
           PERFORM UNTIL WS-ALU-EOF = 'Y' OR WS-ALU-ACHOU = 'S'
               READ ARQ-ALUGUEIS NEXT RECORD
                   AT END MOVE 'Y' TO WS-ALU-EOF
                   NOT AT END
                       IF ALU-CPF NOT = CCPF
                          OR ALU-CODIGO NOT = WS-ALU-BUSCA-CODIGO
                          OR (WS-ALU-BUSCA-COPIA NOT = 0
                              AND ALU-COPIA NOT = WS-ALU-BUSCA-COPIA)
                           MOVE 'Y' TO WS-ALU-EOF
                       ELSE
                           IF WS-ALU-BUSCA-DATA = 0
                              OR ALU-DATA-ALUGUEL = WS-ALU-BUSCA-DATA
                               MOVE 'S' TO WS-ALU-ACHOU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ALU-ACHOU = 'S'
               MOVE REG-ALUGUEL TO WS-ALUGUEL
               MOVE REG-ALUGUEL TO WS-IMAGEM-ALUGUEL
           END-IF.
       FIM-ACHA-ALUGUEL.
           CONTINUE.
       GRAVA-JORNAL-CLIENTE.
           MOVE 'C' TO JRN-TIPO.
           MOVE WS-IMAGEM-CLIENTE TO JRN-IMAGEM.
           MOVE 'F' TO JRN-TIPO.
           MOVE WS-IMAGEM-FILME TO JRN-IMAGEM.
           PERFORM GRAVA-JORNAL-REG.
      *    ALUGUEL ALTERADO OU EXCLUIDO - IMAGEM DE ANTES
       GRAVA-JORNAL-ALUGUEL.
           MOVE 'A' TO JRN-TIPO.
           MOVE WS-IMAGEM-ALUGUEL TO JRN-IMAGEM.
           PERFORM GRAVA-JORNAL-REG.
      *    ALUGUEL NOVO - DESFAZER E EXCLUIR PELA CHAVE
       GRAVA-JORNAL-INCLUSAO.
           MOVE 'I' TO JRN-TIPO.
           MOVE WS-ALUGUEL TO JRN-IMAGEM.
           PERFORM GRAVA-JORNAL-REG.
       GRAVA-JORNAL-FIM.
           MOVE 'T' TO JRN-TIPO.
           MOVE SPACES TO JRN-IMAGEM.
           MOVE WS-FILIAL TO LOG-FILIAL.
           MOVE WS-LOG-PRAZO-DIAS TO LOG-PRAZO.
           MOVE ZEROES TO WS-LOG-PRAZO-DIAS.
           MOVE WS-LOG-DESCONTO TO LOG-DESCONTO.
           MOVE WS-LOG-PROMOCAO TO LOG-PROMOCAO.
           MOVE ZEROES TO WS-LOG-DESCONTO WS-LOG-PROMOCAO.
           MOVE WS-LOG-FORMA TO LOG-FORMA-PAGTO.
           MOVE WS-LOG-NSU TO LOG-NSU.
           MOVE ZEROES TO WS-LOG-FORMA.
           MOVE SPACES TO WS-LOG-NSU.
           MOVE WS-LOG-DEPENDENTE TO LOG-DEPENDENTE.
           MOVE ZEROES TO WS-LOG-DEPENDENTE.
           MOVE WS-LOG-COPIA TO LOG-COPIA.
           MOVE ZEROES TO WS-LOG-COPIA.
           MOVE WS-LOG-VINCULO TO LOG-VINCULO.
           MOVE SPACES TO WS-LOG-VINCULO.
      *    DOIS EVENTOS NO MESMO SEGUNDO DIFEREM PELA SEQUENCIA
           MOVE 'N' TO WS-LOG-GRAVADO.
           PERFORM UNTIL WS-LOG-GRAVADO = 'S' OR LOG-SEQ > 998
                   WS-FS-3
               ACCEPT INUTIL
           END-IF.
       ACERTA-CONSENTIMENTO.
      *    SO O SIM EXPLICITO AUTORIZA MALA DIRETA
           IF WS-CONSENTE-MARKETING = 's'
               MOVE 'S' TO WS-CONSENTE-MARKETING
           END-IF.
           IF WS-CONSENTE-MARKETING NOT = 'S'
               MOVE 'N' TO WS-CONSENTE-MARKETING
           END-IF.
       VALIDA-FORMA-PAGTO.
      *    SEM FORMA INFORMADA VALE DINHEIRO; CARTAO EXIGE O NSU
           MOVE 'S' TO WS-FORMA-OK.
           IF WS-FORMA-PAGTO = 0
               MOVE 1 TO WS-FORMA-PAGTO
           END-IF.
      *    VALE-PRESENTE SO QUANDO O CHAMADOR ACEITA (CONTA CLIENTE)
           IF WS-FORMA-PAGTO > 5
              OR (WS-FORMA-PAGTO = 5 AND WS-ACEITA-VALE NOT = 'S')
               DISPLAY BLANK-SCREEN
               DISPLAY ' FORMA DE PAGAMENTO INVALIDA'
               ACCEPT INUTIL
               MOVE 'N' TO WS-FORMA-OK
           END-IF.
           MOVE 'N' TO WS-ACEITA-VALE.
           IF WS-FORMA-PAGTO = 5 AND WS-NSU = SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O NUMERO DO VALE-PRESENTE'
               ACCEPT INUTIL
               MOVE 'N' TO WS-FORMA-OK
           END-IF.
           IF (WS-FORMA-PAGTO = 2 OR WS-FORMA-PAGTO = 3)
              AND WS-NSU = SPACES
               DISPLAY BLANK-SCREEN
               DISPLAY ' INFORME O NSU DO CARTAO'
               ACCEPT INUTIL
               MOVE 'N' TO WS-FORMA-OK
           END-IF.
           IF WS-FORMA-PAGTO = 1
               MOVE SPACES TO WS-NSU
           END-IF.
           EVALUATE WS-FORMA-PAGTO
               WHEN 1 MOVE "DINHEIRO" TO WS-FORMA-DESC
               WHEN 2 MOVE "DEBITO" TO WS-FORMA-DESC
               WHEN 3 MOVE "CREDITO" TO WS-FORMA-DESC
               WHEN 4 MOVE "PIX" TO WS-FORMA-DESC
               WHEN 5 MOVE "VALE" TO WS-FORMA-DESC
               WHEN 6 MOVE "ACORDO" TO WS-FORMA-DESC
               WHEN OTHER MOVE SPACES TO WS-FORMA-DESC
           END-EVALUATE.
       APLICA-PROMOCAO.
      *    UMA SO PROMOCAO POR ALUGUEL - FICA A DE MAIOR DESCONTO E
      *    O DESCONTO NUNCA PASSA DO VALOR COBRADO
           OPEN INPUT ARQ-PROMOCOES.
           IF WS-FS-13 <> 0
               GO FIM-APLICA-PROMOCAO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
      *    1 = DOMINGO ... 7 = SABADO
           COMPUTE WS-PRO-DIA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-HOJE), 7) + 1.
      *    QUANTOS ALUGUEIS O CLIENTE FEZ HOJE CONTANDO ESTE - BASE
      *    DO LEVE N
           MOVE WS-ALU-QTD-HOJE TO WS-PRO-CONT.
           ADD 1 TO WS-PRO-CONT.
           MOVE ZEROES TO WS-PRO-MELHOR.
           MOVE 'N' TO WS-PRO-EOF.
           PERFORM UNTIL WS-PRO-EOF = 'Y'
               READ ARQ-PROMOCOES NEXT RECORD INTO WS-PROMOCAO
                   AT END MOVE 'Y' TO WS-PRO-EOF
                   NOT AT END PERFORM AVALIA-PROMOCAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROMOCOES.
           IF WS-DESCONTO > 0
               SUBTRACT WS-DESCONTO FROM WS-VALOR-TOTAL
               MOVE WS-DESCONTO TO WS-LOG-DESCONTO
               MOVE WS-PRO-MELHOR TO WS-LOG-PROMOCAO
           END-IF.
       FIM-APLICA-PROMOCAO.
           CONTINUE.
       AVALIA-PROMOCAO.
           MOVE 'S' TO WS-PRO-OK.
           IF WS-PRO-ATIVA NOT = 'S'
              OR WS-HOJE < WS-PRO-INICIO
              OR WS-HOJE > WS-PRO-FIM
               MOVE 'N' TO WS-PRO-OK
           END-IF.
           IF WS-PRO-FILIAL NOT = 0 AND WS-PRO-FILIAL NOT = WS-FILIAL
               MOVE 'N' TO WS-PRO-OK
           END-IF.
           IF WS-PRO-DIA-SEMANA NOT = 0
              AND WS-PRO-DIA-SEMANA NOT = WS-PRO-DIA
               MOVE 'N' TO WS-PRO-OK
           END-IF.
           IF WS-PRO-GENERO NOT = SPACES
               MOVE WS-GENERO TO WS-GENERO-BUSCA
               INSPECT WS-GENERO-BUSCA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-PRO-GENERO NOT = WS-GENERO-BUSCA
                   MOVE 'N' TO WS-PRO-OK
               END-IF
           END-IF.
      *    LISTA DE TITULOS ZERADA VALE PARA O ACERVO TODO
           MOVE 'S' TO WS-PRO-ACHOU.
           PERFORM VARYING WS-PRO-K FROM 1 BY 1 UNTIL WS-PRO-K > 10
               IF WS-PRO-TITULO(WS-PRO-K) NOT = 0
                   MOVE 'N' TO WS-PRO-ACHOU
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRO-K FROM 1 BY 1 UNTIL WS-PRO-K > 10
               IF WS-PRO-TITULO(WS-PRO-K) = CODIGO
                   MOVE 'S' TO WS-PRO-ACHOU
               END-IF
           END-PERFORM.
           IF WS-PRO-ACHOU = 'N'
               MOVE 'N' TO WS-PRO-OK
           END-IF.
           IF WS-PRO-QTD-LEVE > 1
               IF FUNCTION MOD(WS-PRO-CONT, WS-PRO-QTD-LEVE) NOT = 0
                   MOVE 'N' TO WS-PRO-OK
               END-IF
           END-IF.
           IF WS-PRO-OK = 'S'
               IF WS-PRO-TIPO-DESC = 'V'
                   MOVE WS-PRO-VALOR TO WS-DESC-CAND
               ELSE
                   COMPUTE WS-DESC-CAND ROUNDED =
                       WS-VALOR-TOTAL * WS-PRO-PERCENTUAL / 100
               END-IF
               IF WS-DESC-CAND > WS-VALOR-TOTAL
                   MOVE WS-VALOR-TOTAL TO WS-DESC-CAND
               END-IF
               IF WS-DESC-CAND > WS-DESCONTO
                   MOVE WS-DESC-CAND TO WS-DESCONTO
                   MOVE WS-PRO-CODIGO TO WS-PRO-MELHOR
                   MOVE WS-PRO-NOME TO WS-PRO-APLICADA
               END-IF
           END-IF.
       CALCULA-PRECO-PRAZO.
      *    PRECO FECHADO DO PRAZO QUANDO CADASTRADO - SENAO DIARIA
      *    VEZES OS DIAS DO PRAZO
