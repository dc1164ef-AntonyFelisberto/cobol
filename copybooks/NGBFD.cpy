      *****************************************************************
      * NGBFD.cpy
      * Negativacao register (NEGATIV.DAT) - one row per case of a
      * contract reported, or about to be reported, to the credit
      * bureau by negBureau, kept for good so a dispute can be
      * answered with when the client was warned, included and
      * removed. NGB-PARCELA-INI/FIM are the overdue parcelas the
      * case covers, NGB-DT-VENCIMENTO the oldest due date and
      * NGB-VALOR the open amount when the notice went out.
      * NGB-SITUACAO: A = avisado (prior notice sent on NGB-DT-AVISO,
      * waiting the notice period), I = incluido no bureau on
      * NGB-DT-INCLUSAO in remessa NGB-REMESSA-INC, E = excluido on
      * NGB-DT-EXCLUSAO in remessa NGB-REMESSA-EXC, C = cancelado
      * (settled during the notice period, never sent).
      * NGB-DT-QUITACAO is the settlement date the removal deadline
      * counts from and NGB-MOTIVO why the case closed.
      *****************************************************************
       01  NGB-REGISTRO.
           03  NGB-CONTRATO        PIC 9(06).
           03  NGB-COD-CLIENTE     PIC 9(05).
           03  NGB-CLIENTE         PIC X(20).
           03  NGB-TIPO-PESSOA     PIC X(01).
           03  NGB-CPF-CNPJ        PIC 9(14).
           03  NGB-PARCELA-INI     PIC 999.
           03  NGB-PARCELA-FIM     PIC 999.
           03  NGB-DT-VENCIMENTO   PIC 9(8).
           03  NGB-VALOR           PIC 9(10)V99.
           03  NGB-SITUACAO        PIC X(01).
               88  NGB-AVISADO         VALUE "A".
               88  NGB-INCLUIDO        VALUE "I".
               88  NGB-EXCLUIDO        VALUE "E".
               88  NGB-CANCELADO       VALUE "C".
           03  NGB-DT-AVISO        PIC 9(8).
           03  NGB-DT-INCLUSAO     PIC 9(8).
           03  NGB-REMESSA-INC     PIC 9(06).
           03  NGB-DT-QUITACAO     PIC 9(8).
           03  NGB-DT-EXCLUSAO     PIC 9(8).
           03  NGB-REMESSA-EXC     PIC 9(06).
           03  NGB-MOTIVO          PIC X(20).
