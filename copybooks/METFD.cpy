      *****************************************************************
      * METFD.cpy
      * Origination goal record (METAS.DAT). One row per branch
      * (FILIAL.DAT), product (PRODUTO.DAT) and month: the number of
      * contracts and the financed value (valor menos entrada) the
      * branch is expected to book in that product. Kept by metaCad;
      * the daily production report (prodRpt) measures the booked
      * business against it.
      *****************************************************************
       01  MET-REGISTRO.
           03  MET-FILIAL          PIC 9(02).
           03  MET-COD-PRODUTO     PIC 9(04).
           03  MET-ANO-MES         PIC 9(06).
           03  MET-QTD-CONTRATOS   PIC 9(05).
           03  MET-VALOR           PIC 9(10)V99.
           03  MET-DATA            PIC 9(08).
           03  MET-OPERADOR        PIC X(08).
