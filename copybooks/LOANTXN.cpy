      * LOANTXN.cpy
      * Layout of one pending loan application coming from a branch
      * office, as read by the batch loan-intake job.
      * TXN-SISTEMA-AMORT: S (or space) = SAC, P = PRICE,
      * B = parcela balao (VFG) - fixed parcelas down to a residual of
      * TXN-PCT-RESIDUAL % of the amount financed, carried by the
      * last parcela.
      * TXN-PRESTAMISTA: S = client opted into the credit-life
      * (prestamista) coverage at intake - the per-parcela premium is
      * added into the schedule build; N or space = no coverage.
      * schedule; the monthly indexa batch reprices from then on).
           03  TXN-POS-FIXADO      PIC X(01).
           03  TXN-SPREAD          PIC 9V9999.
           03  TXN-PCT-RESIDUAL    PIC 99V99.
