      *****************************************************************
      * SAFFD.cpy
      * Restricted-persons feed record (SANCFEED.DAT) as delivered by
      * the sanctions and PEP list providers. SAF-ACAO: I = inclusao
      * ou atualizacao da pessoa na lista, E = exclusao (the provider
      * took the person off the list). Same fields as RPEFD.cpy.
      *****************************************************************
       01  SAF-REGISTRO.
           03  SAF-ACAO            PIC X(01).
               88  SAF-INCLUSAO        VALUE "I".
               88  SAF-EXCLUSAO        VALUE "E".
           03  SAF-TIPO-LISTA      PIC X(01).
           03  SAF-CPF-CNPJ        PIC 9(14).
           03  SAF-NOME            PIC X(30).
           03  SAF-FONTE           PIC X(10).
           03  SAF-DT-INCLUSAO     PIC 9(8).
           03  SAF-MOTIVO          PIC X(30).
