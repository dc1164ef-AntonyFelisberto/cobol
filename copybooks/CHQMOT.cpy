      *****************************************************************
      * CHQMOT.cpy
      * Returned-cheque reasons (CHQ-ALINEA in CHQFD.cpy) - the
      * clearing-house alineas the bank prints on the return notice,
      * with the description the cheque desk shows and lists. 99
      * (outros) is last and takes any alinea not in the table.
      *****************************************************************
       01  WS-ALN-VALORES.
           05  FILLER PIC X(32) VALUE "11SEM FUNDOS - 1A APRESENTACAO ".
           05  FILLER PIC X(32) VALUE "12SEM FUNDOS - 2A APRESENTACAO ".
           05  FILLER PIC X(32) VALUE "13CONTA ENCERRADA              ".
           05  FILLER PIC X(32) VALUE "14PRATICA ESPURIA              ".
           05  FILLER PIC X(32) VALUE "20SUSTADO - FURTO OU ROUBO     ".
           05  FILLER PIC X(32) VALUE "21SUSTADO - CONTRAORDEM        ".
           05  FILLER PIC X(32) VALUE "22DIVERGENCIA DE ASSINATURA    ".
           05  FILLER PIC X(32) VALUE "31ERRO FORMAL DE PREENCHIMENTO ".
           05  FILLER PIC X(32) VALUE "35CHEQUE FRAUDADO              ".
           05  FILLER PIC X(32) VALUE "99OUTROS                       ".
       01  WS-TABELA-ALN REDEFINES WS-ALN-VALORES.
           05  WS-ALN-ITEM OCCURS 10 TIMES.
               10  WS-ALN-CODIGO  PIC 9(02).
               10  WS-ALN-NOME    PIC X(30).
       77  WS-ALN-QTD             PIC 9(02) VALUE 10.
