      *****************************************************************
      * CEIFD.cpy
      * CEP base feed record (CEPCORR.DAT), extracted from the postal
      * service's address base - the full base once, the monthly
      * delta afterwards. CEI-ACAO: I = inclusao ou atualizacao do
      * CEP, E = exclusao (CEP retired by the postal service). The
      * CEP comes as eight digits, without the hyphen.
      *****************************************************************
       01  CEI-REGISTRO.
           03  CEI-ACAO            PIC X(01).
               88  CEI-INCLUSAO        VALUE "I".
               88  CEI-EXCLUSAO        VALUE "E".
           03  CEI-CEP             PIC X(08).
           03  CEI-LOGRADOURO      PIC X(30).
           03  CEI-CIDADE          PIC X(20).
           03  CEI-UF              PIC X(02).
