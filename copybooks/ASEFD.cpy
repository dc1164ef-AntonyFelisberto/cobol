      *****************************************************************
      * ASEFD.cpy
      * Collection agency interface record - one layout for both
      * files we send the agencies: ASSENVIO.TXT (the month's new
      * placements, assessLote) and ASSRECOL.TXT (the night's
      * recalls, assessPag). ASE-TIPO: H = header (generation date,
      * movement E = envio / R = recolhimento, sending institution),
      * D = one row per case with the agency it concerns, the
      * client's contact data and the debt position (for a recall,
      * ASE-MOTIVO as in ASCFD.cpy), T = trailer with the count of
      * D rows and the total debt. Same header/detail/trailer
      * REDEFINES pattern as COAFFD.cpy.
      *****************************************************************
       01  ASE-REGISTRO.
           03  ASE-TIPO            PIC X(01).
           03  ASE-DETALHE.
               05  ASE-ASSESSORIA  PIC 9(04).
               05  ASE-CONTRATO    PIC 9(06).
               05  ASE-COD-CLIENTE PIC 9(05).
               05  ASE-CLIENTE     PIC X(20).
               05  ASE-CPF-CNPJ    PIC 9(14).
               05  ASE-TELEFONE    PIC X(09).
               05  ASE-CIDADE      PIC X(20).
               05  ASE-UF          PIC X(02).
               05  ASE-DIAS-ATRASO PIC 9(05).
               05  ASE-VALOR       PIC 9(08)V99.
               05  ASE-MOTIVO      PIC X(01).
           03  ASE-CABECALHO REDEFINES ASE-DETALHE.
               05  ASE-DT-GERACAO  PIC 9(8).
               05  ASE-MOVIMENTO   PIC X(01).
               05  ASE-INSTITUICAO PIC X(20).
               05  FILLER          PIC X(67).
           03  ASE-TRAILER REDEFINES ASE-DETALHE.
               05  ASE-QTD-REGISTROS PIC 9(06).
               05  ASE-TOTAL-VALOR PIC 9(10)V99.
               05  FILLER          PIC X(78).
