      *****************************************************************
      * CSGFD.cpy
      * Monthly payroll-deduction order record (CONSIG.DAT), written
      * by consGera and sent to the employers. The file carries one
      * batch per convenente: CSG-TIPO H = header (convenente, its
      * CNPJ, the competencia and the generation date), D = one
      * parcela the employer must deduct from the employee's pay,
      * T = trailer with the batch's record count and value total,
      * the same control discipline as DEBFD.cpy/REMFD.cpy.
      *****************************************************************
       01  CSG-REGISTRO.
           03  CSG-TIPO            PIC X(01).
           03  CSG-CONVENIO        PIC 9(04).
           03  CSG-DETALHE.
               05  CSG-CONTRATO    PIC 9(06).
               05  CSG-PARCELA     PIC 999.
               05  CSG-COD-CLIENTE PIC 9(05).
               05  CSG-CPF         PIC 9(14).
               05  CSG-DT-VENCIMENTO PIC 9(8).
               05  CSG-VALOR       PIC 9(06)V99.
           03  CSG-CABECALHO REDEFINES CSG-DETALHE.
               05  CSG-CNPJ        PIC 9(14).
               05  CSG-COMPETENCIA PIC 9(6).
               05  CSG-DT-GERACAO  PIC 9(8).
               05  FILLER          PIC X(16).
           03  CSG-TRAILER REDEFINES CSG-DETALHE.
               05  CSG-QTD-REGISTROS PIC 9(06).
               05  CSG-VALOR-TOTAL PIC 9(12)V99.
               05  FILLER          PIC X(24).
