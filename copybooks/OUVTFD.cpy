      *****************************************************************
      * OUVTFD.cpy
      * Quarterly complaint statistics file for the regulator
      * (OUVTRIM.DAT). OUVT-TIPO: H = header (generation date, year,
      * quarter and reporting institution), D = one row per complaint
      * category with the quarter's counts - received, answered,
      * answered within the SLA, upheld (procedentes), not upheld,
      * and still open at the quarter's end - T = trailer with the
      * count of D rows and the total received. Same header/detail/
      * trailer REDEFINES pattern as COAFFD.cpy.
      *****************************************************************
       01  OUVT-REGISTRO.
           03  OUVT-TIPO           PIC X(01).
           03  OUVT-DETALHE.
               05  OUVT-CATEGORIA  PIC X(02).
               05  OUVT-DESCRICAO  PIC X(25).
               05  OUVT-RECEBIDAS  PIC 9(06).
               05  OUVT-RESPONDIDAS PIC 9(06).
               05  OUVT-NO-PRAZO   PIC 9(06).
               05  OUVT-PROCEDENTES PIC 9(06).
               05  OUVT-IMPROCEDENTES PIC 9(06).
               05  OUVT-PENDENTES  PIC 9(06).
           03  OUVT-CABECALHO REDEFINES OUVT-DETALHE.
               05  OUVT-DT-GERACAO PIC 9(8).
               05  OUVT-ANO        PIC 9(4).
               05  OUVT-TRIMESTRE  PIC 9(1).
               05  OUVT-INSTITUICAO PIC X(20).
               05  FILLER          PIC X(30).
           03  OUVT-TRAILER REDEFINES OUVT-DETALHE.
               05  OUVT-QTD-REGISTROS PIC 9(06).
               05  OUVT-TOTAL-RECEBIDAS PIC 9(08).
               05  FILLER          PIC X(49).
