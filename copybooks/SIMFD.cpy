      * quote number drawn from SIMSEQ.DAT and valid until
      * SIM-DT-VALIDADE - so intake can convert the quote straight
      * into a contract without rekeying. SIM-SITUACAO: P = pendente,
      * C = convertida em contrato. SIM-CAMPANHA is the promotional
      * rate campaign (CAMPANHA.DAT) the quote was priced under, zero
      * if none, with the table rate it replaced in SIM-TAXA-TABELA.
      *****************************************************************
       01  SIM-REGISTRO.
           03  SIM-NUMERO          PIC 9(06).
           03  SIM-MOEDA           PIC X(03).
           03  SIM-DT-VALIDADE     PIC 9(8).
           03  SIM-SITUACAO        PIC X(01).
           03  SIM-CAMPANHA        PIC 9(04).
           03  SIM-TAXA-TABELA     PIC 9V9999.
