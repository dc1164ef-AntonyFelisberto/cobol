      *****************************************************************
      * NBRFD.cpy
      * Outbound negativacao file to the credit bureau (NEGBUREAU.TXT)
      * written by negBureau on a night with movements: H header with
      * the remessa number and generation date, one D detail per
      * inclusion (NBR-OPERACAO I) or removal (E), T trailer with the
      * detail count and the included and removed totals. The remessa
      * number is recorded on the register (NEGATIV.DAT) against each
      * case, so the file a dispute refers to can be identified.
      *****************************************************************
       01  NBR-REGISTRO.
           03  NBR-TIPO            PIC X(01).
               88  NBR-HEADER          VALUE "H".
               88  NBR-DETALHE         VALUE "D".
               88  NBR-TRAILER         VALUE "T".
           03  NBR-DADOS           PIC X(119).
           03  NBR-DET REDEFINES NBR-DADOS.
               05  NBR-OPERACAO    PIC X(01).
               05  NBR-TIPO-PESSOA PIC X(01).
               05  NBR-CPF-CNPJ    PIC 9(14).
               05  NBR-CLIENTE     PIC X(20).
               05  NBR-CONTRATO    PIC 9(06).
               05  NBR-DT-VENCIMENTO PIC 9(8).
               05  NBR-VALOR       PIC 9(10)V99.
               05  NBR-DT-EVENTO   PIC 9(8).
               05  NBR-MOTIVO      PIC X(20).
               05  FILLER          PIC X(29).
           03  NBR-CAB REDEFINES NBR-DADOS.
               05  NBR-REMESSA     PIC 9(06).
               05  NBR-DT-GERACAO  PIC 9(8).
               05  FILLER          PIC X(105).
           03  NBR-TRL REDEFINES NBR-DADOS.
               05  NBR-QTD-DETALHES PIC 9(06).
               05  NBR-VLR-INCLUIDO PIC 9(12)V99.
               05  NBR-VLR-EXCLUIDO PIC 9(12)V99.
               05  FILLER          PIC X(85).
