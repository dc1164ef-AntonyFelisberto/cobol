      *****************************************************************
      * OBCFD.cpy
      * Contracts of a deceased client (OBITOCTR.DAT), written by
      * obito. One row per contract active at the registration.
      * OBC-FILA: S = covered by the credit-life (prestamista) policy,
      * a claim for the saldo devedor went to the insurer on
      * SINPREST.TXT; E = not covered, or the claim was denied - the
      * contract waits in the estate-collection queue (espolio).
      * OBC-SITUACAO: A = open - while a row is open, collections,
      * dunning and notifications of the contract stay frozen and
      * the late charges stop at the date of death (obitoUtil);
      * I = indemnity received, contract settled like payoff.cbl;
      * N = claim denied (a new E row continues the case);
      * L = espolio case closed, the contract is no longer active.
      *****************************************************************
       01  OBC-REGISTRO.
           03  OBC-CONTRATO        PIC 9(06).
           03  OBC-COD-CLIENTE     PIC 9(05).
           03  OBC-CLIENTE         PIC X(20).
           03  OBC-DT-OBITO        PIC 9(8).
           03  OBC-FILA            PIC X(01).
               88  OBC-SEGURO          VALUE "S".
               88  OBC-ESPOLIO         VALUE "E".
           03  OBC-SALDO-DEVEDOR   PIC 9(06)V99.
           03  OBC-SEGURADORA      PIC X(20).
           03  OBC-NUM-SINISTRO    PIC X(15).
           03  OBC-VALOR-INDENIZ   PIC 9(08)V99.
           03  OBC-SITUACAO        PIC X(01).
               88  OBC-ABERTO          VALUE "A".
               88  OBC-INDENIZADO      VALUE "I".
               88  OBC-NEGADO          VALUE "N".
               88  OBC-ENCERRADO       VALUE "L".
           03  OBC-DT-SITUACAO     PIC 9(8).
           03  OBC-OPERADOR        PIC X(08).
