      *****************************************************************
      * RCDFD.cpy
      * Recadastramento request record (RECADCTL.DAT). One row per
      * client with an open registration-refresh request, kept in
      * client-code order by the monthly run (recadast), which opens
      * the request when the client's last-update date
      * (CAD-DT-ATUALIZACAO) falls behind the SYSPARM limit and drops
      * it once the client is up to date again. The letter goes out
      * through cartas and the message through notifica, each
      * marking its own channel here. From RCD-DT-LIMITE on, a client
      * whose data was not refreshed after RCD-DT-BASE gets no new
      * contract in loanBatch.
      *   RCD-CRITERIO  G = prazo geral, J = pessoa juridica,
      *                 E = exposicao acima do limite (prazo reduzido)
      *   RCD-CARTA     P = carta pendente, E = emitida
      *   RCD-MENSAGEM  P = mensagem pendente, E = enviada,
      *                 S = suprimida por opt-out (CONSENT.DAT)
      *****************************************************************
       01  RCD-REGISTRO.
           03  RCD-COD-CLIENTE     PIC 9(05).
           03  RCD-DT-PEDIDO       PIC 9(8).
           03  RCD-DT-LIMITE       PIC 9(8).
           03  RCD-DT-BASE         PIC 9(8).
           03  RCD-CRITERIO        PIC X(01).
               88  RCD-PRAZO-GERAL     VALUE "G".
               88  RCD-PESSOA-JURIDICA VALUE "J".
               88  RCD-ALTA-EXPOSICAO  VALUE "E".
           03  RCD-CARTA           PIC X(01).
               88  RCD-CARTA-PENDENTE  VALUE "P".
               88  RCD-CARTA-EMITIDA   VALUE "E".
           03  RCD-DT-CARTA        PIC 9(8).
           03  RCD-MENSAGEM        PIC X(01).
               88  RCD-MENSAGEM-PENDENTE  VALUE "P".
               88  RCD-MENSAGEM-ENVIADA   VALUE "E".
               88  RCD-MENSAGEM-SUPRIMIDA VALUE "S".
           03  RCD-DT-MENSAGEM     PIC 9(8).
