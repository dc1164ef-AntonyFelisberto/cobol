      *****************************************************************
      * CMPFD.cpy
      * Promotional rate campaign record (CAMPANHA.DAT), kept by
      * campCad. One row per campaign: the product and/or merchant
      * it covers (zero = any), the validity window on the contract
      * date, the longest term it accepts (zero = any) and the
      * promotional monthly rate (zero = sem juros). An application
      * that qualifies is booked by loanBatch at the campaign rate
      * instead of the TAXAJUR.DAT rate. CMP-PCT-SUBSIDIO is the
      * share of the interest we give up (interest at the table rate
      * minus interest at the campaign rate) that the merchant pays
      * us back; it is deducted from the store's repasse by
      * lojRepasse. CMP-SITUACAO: A = ativa, I = inativa.
      *****************************************************************
       01  CMP-REGISTRO.
           03  CMP-CODIGO          PIC 9(04).
           03  CMP-DESCRICAO       PIC X(20).
           03  CMP-COD-PRODUTO     PIC 9(04).
           03  CMP-COD-LOJISTA     PIC 9(04).
           03  CMP-DT-INICIO       PIC 9(08).
           03  CMP-DT-FIM          PIC 9(08).
           03  CMP-MAX-PARCELAS    PIC 9(03).
           03  CMP-TAXA-JUROS      PIC 9V9999.
           03  CMP-PCT-SUBSIDIO    PIC 9(03).
           03  CMP-SITUACAO        PIC X(01).
               88  CMP-ATIVA           VALUES "A" SPACE.
               88  CMP-INATIVA         VALUE "I".
           03  CMP-OPERADOR        PIC X(08).
