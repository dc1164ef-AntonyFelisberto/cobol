      *****************************************************************
      * ACSFD.cpy
      * Personal-data access log (ACESSO.DAT). CUSTAUDIT.DAT records
      * who changed a customer; this file records who LOOKED at one:
      * one row per customer whose data an inquiry showed - the
      * operator signed on (OPERSESS.DAT, DIRETO outside the menu),
      * the customer code, the program that showed it and the
      * date/time - written through acessoUtil by the customer
      * inquiry and name browse (custMenu), extrato, pagtoHist,
      * credSaldo, informe and arqResg. Append-only; acessoMon reads
      * it to flag unusual volumes and out-of-branch consultations.
      *****************************************************************
       01  ACS-REGISTRO.
           03  ACS-OPERADOR        PIC X(08).
           03  ACS-COD-CLIENTE     PIC 9(05).
           03  ACS-PROGRAMA        PIC X(10).
           03  ACS-DATA            PIC 9(8).
           03  ACS-HORA            PIC 9(8).
