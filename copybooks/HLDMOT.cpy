      *****************************************************************
      * HLDMOT.cpy
      * Collections hold reason codes (HLD-MOTIVO in HLDFD.cpy) with
      * the description the hold screen and the expiry report print.
      * OU (outros) is last and needs the observation filled in.
      *****************************************************************
       01  WS-HMT-VALORES.
           05  FILLER PIC X(27) VALUE "CTCONTESTACAO DE COBRANCA  ".
           05  FILLER PIC X(27) VALUE "RJRECUPERACAO JUDICIAL (PJ)".
           05  FILLER PIC X(27) VALUE "OJORDEM JUDICIAL           ".
           05  FILLER PIC X(27) VALUE "RCRECLAMACAO OUVIDORIA     ".
           05  FILLER PIC X(27) VALUE "OUOUTROS                   ".
       01  WS-TABELA-HMT REDEFINES WS-HMT-VALORES.
           05  WS-HMT-ITEM OCCURS 5 TIMES.
               10  WS-HMT-CODIGO  PIC X(02).
               10  WS-HMT-NOME    PIC X(25).
       77  WS-HMT-QTD             PIC 9(02) VALUE 5.
