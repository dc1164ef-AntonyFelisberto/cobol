      *****************************************************************
      * ASCFD.cpy
      * Collection agency placement record (ASSCART.DAT). One row per
      * contract handed to an external agency by the monthly
      * placement batch (assessLote): the agency, the debt position
      * at hand-over, the commission percentage frozen from the
      * agency's rate table, and what has been recovered since. The
      * nightly run (assessPag) attributes PAGHIST.DAT payments to
      * the placement up to ASC-DT-APURADO and recalls the case.
      * ASC-SITUACAO: A = em poder da assessoria, R = recolhido.
      * ASC-MOTIVO (recall reason): S = sem pagamento ha
      * ASS-DIAS-RECOLHE dias, J = enviado ao juridico,
      * Q = atraso regularizado / quitado, E = contrato encerrado.
      * Recalled rows are kept: they are the agency's history, and
      * a case recalled for lack of payment is never placed again
      * with the same agency.
      *****************************************************************
       01  ASC-REGISTRO.
           03  ASC-CONTRATO        PIC 9(06).
           03  ASC-CLIENTE         PIC X(20).
           03  ASC-ASSESSORIA      PIC 9(04).
           03  ASC-DT-ENVIO        PIC 9(8).
           03  ASC-DIAS-ATRASO     PIC 9(05).
           03  ASC-VALOR-ENVIADO   PIC 9(08)V99.
           03  ASC-PCT-COMISSAO    PIC 9(02)V99.
           03  ASC-DT-ULT-PAGTO    PIC 9(8).
           03  ASC-DT-APURADO      PIC 9(8).
           03  ASC-VALOR-RECUPERADO PIC 9(08)V99.
           03  ASC-SITUACAO        PIC X(01).
               88  ASC-ATIVO           VALUE "A".
               88  ASC-RECOLHIDO       VALUE "R".
           03  ASC-MOTIVO          PIC X(01).
           03  ASC-DT-RECOLHA      PIC 9(8).
