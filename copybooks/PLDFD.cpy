      *****************************************************************
      * PLDFD.cpy
      * Anti-money-laundering compliance queue record (PLDFILA.DAT).
      * One row per suspicious pattern the nightly PLD monitor found
      * in the counter receipts (PAGHIST.DAT rows posted by a person,
      * drawer closed on CAIXAFEC.DAT) and in the quitacoes of
      * LIQUIDAC.LOG. PLD-TIPO: V = single receipt at or above the
      * cash limit, F = fracionamento (several receipts just under
      * the limit from one client inside the window), Q = quitacao
      * antecipada shortly after booking. PLD-SITUACAO:
      * P = pendente de analise, C = confirmada pelo compliance
      * (goes on the next COAF communication file), D = descartada
      * com justificativa, X = comunicada ao COAF (PLD-DT-COMUNICACAO
      * and the file's PLD-LOTE stamped). The cashier who took the
      * money is kept in PLD-OPERADOR and may not be the reviewer.
      *****************************************************************
       01  PLD-REGISTRO.
           03  PLD-PROTOCOLO       PIC 9(06).
           03  PLD-DATA            PIC 9(8).
           03  PLD-TIPO            PIC X(01).
               88  PLD-VALOR-UNICO     VALUE "V".
               88  PLD-FRACIONAMENTO   VALUE "F".
               88  PLD-QUITACAO-RAPIDA VALUE "Q".
           03  PLD-COD-CLIENTE     PIC 9(05).
           03  PLD-CLIENTE         PIC X(20).
           03  PLD-CONTRATO        PIC 9(06).
           03  PLD-DT-OPERACAO     PIC 9(8).
           03  PLD-VALOR           PIC 9(10)V99.
           03  PLD-QTD-OPERACOES   PIC 9(03).
           03  PLD-OPERADOR        PIC X(08).
           03  PLD-SITUACAO        PIC X(01).
               88  PLD-PENDENTE        VALUE "P".
               88  PLD-CONFIRMADA      VALUE "C".
               88  PLD-DESCARTADA      VALUE "D".
               88  PLD-COMUNICADA      VALUE "X".
           03  PLD-REVISOR         PIC X(08).
           03  PLD-DT-REVISAO      PIC 9(8).
           03  PLD-JUSTIFICATIVA   PIC X(30).
           03  PLD-DT-COMUNICACAO  PIC 9(8).
           03  PLD-LOTE            PIC 9(06).
