      *****************************************************************
      * SCRFD.cpy
      * Restricted-persons screening queue record (SANCFILA.DAT). One
      * row per client found on the sanctions or PEP list, written
      * by the shared screening routine sancUtil - at client add or
      * change (SCR-ORIGEM C), at loan intake (L) or by the nightly
      * rescreen of the whole customer master (R). While a client
      * has a row P or B no new contract is booked for the client.
      * SCR-SITUACAO: P = pendente de analise (hold), L = liberado
      * pelo compliance (falso positivo - the same list entry is not
      * raised again for this client), B = bloqueio confirmado.
      *****************************************************************
       01  SCR-REGISTRO.
           03  SCR-DATA            PIC 9(8).
           03  SCR-COD-CLIENTE     PIC 9(05).
           03  SCR-CLIENTE         PIC X(20).
           03  SCR-CPF-CNPJ        PIC 9(14).
           03  SCR-ORIGEM          PIC X(01).
           03  SCR-TIPO-LISTA      PIC X(01).
           03  SCR-LISTA-CHAVE.
               05  SCR-LISTA-CPF-CNPJ PIC 9(14).
               05  SCR-LISTA-NOME  PIC X(30).
           03  SCR-FONTE           PIC X(10).
           03  SCR-OPERADOR        PIC X(08).
           03  SCR-SITUACAO        PIC X(01).
               88  SCR-PENDENTE        VALUE "P".
               88  SCR-LIBERADO        VALUE "L".
               88  SCR-BLOQUEADO       VALUE "B".
           03  SCR-REVISOR         PIC X(08).
           03  SCR-DT-REVISAO      PIC 9(8).
           03  SCR-JUSTIFICATIVA   PIC X(30).
