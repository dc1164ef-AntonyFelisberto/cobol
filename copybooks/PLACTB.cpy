      *****************************************************************
      * PLACTB.cpy
      * Chart of accounts of the company ledger (razao): every account
      * GLMAPTB.cpy posts to, plus 61001 = lucros ou prejuizos
      * acumulados, the retained-earnings account the year-end
      * closing (encerra.cbl) sweeps the result accounts into. The
      * first digit is the group the trial balance subtotals by:
      * 1 = ativo, 2 = passivo, 4 = resultado (receitas e despesas,
      * zeroed at year end), 6 = patrimonio liquido, 9 = contas de
      * compensacao (memo, never closed). Balances are carried
      * debit-positive: a negative balance is a credit balance.
      *****************************************************************
       01  WS-PLANO-VALORES.
           05  FILLER PIC X(35) VALUE
               "11001CAIXA                         ".
           05  FILLER PIC X(35) VALUE
               "13001FINANCIAMENTOS A RECEBER      ".
           05  FILLER PIC X(35) VALUE
               "14001VALORES A RECEBER LOJISTAS    ".
           05  FILLER PIC X(35) VALUE
               "23001PROVISAO PARA PERDAS          ".
           05  FILLER PIC X(35) VALUE
               "24001CREDITOS NAO IDENTIFICADOS    ".
           05  FILLER PIC X(35) VALUE
               "25001IOF A RECOLHER                ".
           05  FILLER PIC X(35) VALUE
               "26001RESTITUICOES A CLIENTES       ".
           05  FILLER PIC X(35) VALUE
               "41001PERDAS COM CREDITOS           ".
           05  FILLER PIC X(35) VALUE
               "42001RECEITAS DE ENCARGOS          ".
           05  FILLER PIC X(35) VALUE
               "43001RECEITAS DE VARIACAO CAMBIAL  ".
           05  FILLER PIC X(35) VALUE
               "44001DESPESAS DE VARIACAO CAMBIAL  ".
           05  FILLER PIC X(35) VALUE
               "45001RECEITAS DE JUROS             ".
           05  FILLER PIC X(35) VALUE
               "46001GANHOS NA CESSAO              ".
           05  FILLER PIC X(35) VALUE
               "47001DESPESAS DE COBRANCA          ".
           05  FILLER PIC X(35) VALUE
               "48001RECEITAS DE TARIFAS           ".
           05  FILLER PIC X(35) VALUE
               "61001LUCROS OU PREJUIZOS ACUMULADOS".
           05  FILLER PIC X(35) VALUE
               "91001ENCARGOS ISENTOS              ".
           05  FILLER PIC X(35) VALUE
               "91002CONTRAPARTIDA DE ISENCOES     ".
       01  WS-TABELA-PLANO REDEFINES WS-PLANO-VALORES.
           05  WS-PLA-ITEM OCCURS 18 TIMES
                           INDEXED BY WS-PLA-IDX.
               10  WS-PLA-CONTA       PIC 9(05).
               10  WS-PLA-CONTA-R REDEFINES WS-PLA-CONTA.
                   15  WS-PLA-GRUPO   PIC 9(01).
                   15  FILLER         PIC 9(04).
               10  WS-PLA-NOME        PIC X(30).
       01  WS-PLA-QTD                 PIC 9(02) VALUE 18.
       01  WS-PLA-LUCROS-ACUMULADOS   PIC 9(05) VALUE 61001.
