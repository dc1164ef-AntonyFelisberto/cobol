      *****************************************************************
      * RPEFD.cpy
      * Restricted-persons record (RESTRPES.DAT) - the sanctions and
      * politically-exposed-person lists, rebuilt from the list
      * providers' feed by sancImp. Keyed by CPF/CNPJ and name: an
      * entry that carries the tax ID matches on it; an entry the
      * provider sends without one (RPE-CPF-CNPJ zeros, usual for
      * foreign names on sanctions lists) matches by name.
      * RPE-TIPO-LISTA: S = sancoes, P = pessoa politicamente exposta.
      *****************************************************************
       01  RPE-REGISTRO.
           03  RPE-CHAVE.
               05  RPE-CPF-CNPJ    PIC 9(14).
               05  RPE-NOME        PIC X(30).
           03  RPE-TIPO-LISTA      PIC X(01).
               88  RPE-SANCAO          VALUE "S".
               88  RPE-PEP             VALUE "P".
           03  RPE-FONTE           PIC X(10).
           03  RPE-DT-INCLUSAO     PIC 9(8).
           03  RPE-MOTIVO          PIC X(30).
