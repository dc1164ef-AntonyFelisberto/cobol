      *****************************************************************
      * ASSFD.cpy
      * External collection agency (assessoria de cobranca) register
      * record (ASSESSOR.DAT). One row per outsourced agency that
      * works the middle stage of collections - after our internal
      * collectors (cobWork) and before the law firms (juridico):
      * banking data for the monthly commission payment order and a
      * rate table of up to three bands, each band the commission
      * percentage paid on money recovered from contracts placed up
      * to ASS-FX-ATE-DIAS days late (the older the debt, the higher
      * the rate). The band is chosen once, when the contract is
      * placed, and frozen on the placement (ASCFD.cpy).
      * ASS-SITUACAO: A = ativa, I = inativa (no new placements; the
      * cases already placed stay until recalled).
      *****************************************************************
       01  ASS-REGISTRO.
           03  ASS-CODIGO          PIC 9(04).
           03  ASS-NOME            PIC X(20).
           03  ASS-BANCO           PIC 9(03).
           03  ASS-AGENCIA         PIC 9(05).
           03  ASS-CONTA           PIC 9(10).
           03  ASS-FAIXA OCCURS 3 TIMES.
               05  ASS-FX-ATE-DIAS PIC 9(04).
               05  ASS-FX-PCT      PIC 9(02)V99.
           03  ASS-SITUACAO        PIC X(01).
               88  ASS-ATIVA           VALUES "A" SPACE.
               88  ASS-INATIVA         VALUE "I".
