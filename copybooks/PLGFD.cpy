      *****************************************************************
      * PLGFD.cpy
      * Web-portal request trail (PORTALLOG.DAT). One row per request
      * portalBat read - answered or refused - with who asked (the
      * CPF/CNPJ and origin address the portal sent), for which
      * contract, what was asked and what was given out, so the
      * data-protection officer can show every disclosure of a
      * client's contract data made through the portal.
      *****************************************************************
       01  PLG-REGISTRO.
           03  PLG-DATA            PIC 9(8).
           03  PLG-HORA            PIC 9(8).
           03  PLG-PROTOCOLO       PIC X(12).
           03  PLG-TIPO            PIC X(01).
           03  PLG-CPF-CNPJ        PIC 9(14).
           03  PLG-CONTRATO        PIC 9(06).
           03  PLG-PARCELA         PIC 9(03).
           03  PLG-SITUACAO        PIC X(01).
           03  PLG-MOTIVO          PIC X(02).
           03  PLG-VALOR           PIC 9(08)V99.
           03  PLG-ORIGEM          PIC X(15).
           03  PLG-DT-REQUISICAO   PIC 9(8).
           03  PLG-HR-REQUISICAO   PIC 9(8).
