      *****************************************************************
      * MVBFD.cpy
      * Expected bank-account movements (MOVBCO.DAT) - one row for
      * every amount our own programs expect to see on the company's
      * bank statement, written through movBcoUtil at the moment the
      * money is ordered or confirmed: MVB-TIPO C = credit (retorno
      * file total, debRet file total of accepted debits, each PIX
      * credited in pixRet), D = debit (lojRepasse merchant order,
      * segBordero insurer payment, assessAcerto agency commission,
      * credSaldo restitution, cniWork return to payer). MVB-ORIGEM
      * names the program and MVB-REFERENCIA what the row stands for.
      * concBco matches the rows against the imported statement
      * (ECBFD.cpy) by type, value and date: MVB-SITUACAO P =
      * pendente, C = conciliado on MVB-DT-CONCILIACAO against a line
      * of statement account MVB-CONTA.
      *****************************************************************
       01  MVB-REGISTRO.
           03  MVB-DATA            PIC 9(8).
           03  MVB-HORA            PIC 9(8).
           03  MVB-TIPO            PIC X(01).
               88  MVB-CREDITO         VALUE "C".
               88  MVB-DEBITO          VALUE "D".
           03  MVB-VALOR           PIC 9(10)V99.
           03  MVB-ORIGEM          PIC X(08).
           03  MVB-REFERENCIA      PIC X(30).
           03  MVB-SITUACAO        PIC X(01).
               88  MVB-PENDENTE        VALUE "P".
               88  MVB-CONCILIADO      VALUE "C".
           03  MVB-DT-CONCILIACAO  PIC 9(8).
           03  MVB-CONTA           PIC X(12).
