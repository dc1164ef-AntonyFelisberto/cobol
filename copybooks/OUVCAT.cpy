      *****************************************************************
      * OUVCAT.cpy
      * Ouvidoria complaint categories (OUV-CATEGORIA in OUVFD.cpy)
      * with the description the regulator's statistics print, so
      * the aging report and the quarterly file name and order the
      * categories the same way. OU (outros) is last and takes any
      * code not in the table.
      *****************************************************************
       01  WS-CAT-VALORES.
           05  FILLER PIC X(27) VALUE "CICOBRANCA INDEVIDA        ".
           05  FILLER PIC X(27) VALUE "BOBOLETO / PAGAMENTO       ".
           05  FILLER PIC X(27) VALUE "CACARTAS E AVISOS          ".
           05  FILLER PIC X(27) VALUE "CTCONTRATO E CONDICOES     ".
           05  FILLER PIC X(27) VALUE "CDDADOS CADASTRAIS         ".
           05  FILLER PIC X(27) VALUE "ATATENDIMENTO              ".
           05  FILLER PIC X(27) VALUE "OUOUTROS                   ".
       01  WS-TABELA-CAT REDEFINES WS-CAT-VALORES.
           05  WS-CAT-ITEM OCCURS 7 TIMES.
               10  WS-CAT-CODIGO  PIC X(02).
               10  WS-CAT-NOME    PIC X(25).
       77  WS-CAT-QTD             PIC 9(02) VALUE 7.
