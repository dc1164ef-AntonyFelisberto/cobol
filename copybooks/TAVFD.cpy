      *****************************************************************
      * TAVFD.cpy
      * Service-fee table record (TARIFAS.DAT) - one row per fee
      * vigencia of a customer-requested service (TAVSRV.cpy): the
      * fee we charge and the regulatory ceiling for it, valid from
      * TAV-DT-INICIO through TAV-DT-FIM (zeros = open-ended). As on
      * TAXAMULT.DAT the row with the latest DT-INICIO covering the
      * day wins, so a fee change is a new row with the old one kept
      * on file. tarifaCad refuses a fee above its ceiling and
      * tarifaUtil never charges more than the ceiling in force.
      *****************************************************************
       01  TAV-REGISTRO.
           03  TAV-SERVICO         PIC X(02).
           03  TAV-DT-INICIO       PIC 9(8).
           03  TAV-DT-FIM          PIC 9(8).
           03  TAV-VALOR           PIC 9(04)V99.
           03  TAV-LIMITE          PIC 9(04)V99.
           03  TAV-DT-CADASTRO     PIC 9(8).
           03  TAV-OPERADOR        PIC X(08).
