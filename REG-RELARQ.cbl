       01 REG-RELARQ.
           05 RAQ-CHAVE.
               10 RAQ-NOME PIC X(20).
               10 RAQ-DATA PIC 9(8).
      *    00 = RELATORIO DA REDE TODA (TODAS AS FILIAIS)
           05 RAQ-FILIAL PIC 9(2).
      *    PAGINA = 20 LINHAS, UMA TELA DA CONSULTA NO GERENCIAR
           05 RAQ-PAGINAS PIC 9(5).
           05 RAQ-LINHAS PIC 9(7).
      *    NIVEL MINIMO DO OPERADOR PARA ABRIR (2 = SO GERENTE)
           05 RAQ-NIVEL PIC 9(1).
           05 RAQ-ARQUIVO PIC X(40).
           05 RAQ-HORA PIC 9(6).
