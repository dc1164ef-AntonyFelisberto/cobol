      *****************************************************************
      * ISEMOT.cpy
      * Late-charge waiver reason codes (ISE-MOTIVO in ISEFD.cpy) with
      * the description the waiver screen and the monthly waiver
      * report print, so both name and order the reasons the same
      * way. OU (outros) is last and takes any code not in the table.
      *****************************************************************
       01  WS-MOT-VALORES.
           05  FILLER PIC X(27) VALUE "ACACORDO DE PAGAMENTO      ".
           05  FILLER PIC X(27) VALUE "CICOBRANCA INDEVIDA / ERRO ".
           05  FILLER PIC X(27) VALUE "BOFALHA BOLETO / BANCO     ".
           05  FILLER PIC X(27) VALUE "DFDIFICULDADE FINANCEIRA   ".
           05  FILLER PIC X(27) VALUE "SDSAUDE / OBITO NA FAMILIA ".
           05  FILLER PIC X(27) VALUE "RTRETENCAO DE CLIENTE      ".
           05  FILLER PIC X(27) VALUE "OUOUTROS                   ".
       01  WS-TABELA-MOT REDEFINES WS-MOT-VALORES.
           05  WS-MOT-ITEM OCCURS 7 TIMES.
               10  WS-MOT-CODIGO  PIC X(02).
               10  WS-MOT-NOME    PIC X(25).
       77  WS-MOT-QTD             PIC 9(02) VALUE 7.
