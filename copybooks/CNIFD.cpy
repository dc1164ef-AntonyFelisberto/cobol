      *****************************************************************
      * CNIFD.cpy
      * Creditos nao identificados (CNIDENT.DAT) - money received
      * that cannot be matched to a contract, held in suspense (GL
      * 24001, event CNIENTRA) until the desk resolves it. One row
      * per item: CNI-ORIGEM B = bank item the retorno could not
      * post (CNI-CONTRATO-INF/CNI-PARCELA-INF are what the bank
      * sent, CNI-MOTIVO why it was refused), C = deposit taken at
      * the counter with no contract (cniWork). CNI-SITUACAO: A =
      * aberto, P = aplicado to CNI-CONTRATO/CNI-PARCELA (payment
      * posted, event CNIAPLIC), D = devolvido ao pagador (event
      * CNIDEVOL); CNI-DT-SOLUCAO and CNI-OPER-SOLUCAO record who
      * resolved it and when. CNI-NUMERO is the sequential item
      * number shown on the desk screens and the aging report.
      *****************************************************************
       01  CNI-REGISTRO.
           03  CNI-NUMERO          PIC 9(06).
           03  CNI-ORIGEM          PIC X(01).
               88  CNI-DO-BANCO        VALUE "B".
               88  CNI-DO-CAIXA        VALUE "C".
           03  CNI-DT-ENTRADA      PIC 9(8).
           03  CNI-HORA            PIC 9(8).
           03  CNI-DT-PAGAMENTO    PIC 9(8).
           03  CNI-VALOR           PIC 9(08)V99.
           03  CNI-CONTRATO-INF    PIC 9(06).
           03  CNI-PARCELA-INF     PIC 999.
           03  CNI-PAGADOR         PIC X(30).
           03  CNI-MOTIVO          PIC X(40).
           03  CNI-OPERADOR        PIC X(08).
           03  CNI-SITUACAO        PIC X(01).
               88  CNI-ABERTO          VALUE "A".
               88  CNI-APLICADO        VALUE "P".
               88  CNI-DEVOLVIDO       VALUE "D".
           03  CNI-DT-SOLUCAO      PIC 9(8).
           03  CNI-CONTRATO        PIC 9(06).
           03  CNI-PARCELA         PIC 999.
           03  CNI-OPER-SOLUCAO    PIC X(08).
           03  CNI-OBS             PIC X(30).
