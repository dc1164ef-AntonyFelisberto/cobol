      * original site; level-1/2 operators only see their own
      * branch's book on the scoped reports.
           03  WS-FILIAL-CLI   PIC 9(02) VALUE 1.
      * Date the registration data (address, phone, income, employer,
      * document) was last changed or confirmed with the client -
      * stamped by custMenu and custBatch, watched by the monthly
      * recadastramento run (recadast). Zeros mean the record was
      * never reviewed since it was converted, and count as outdated.
           03  WS-DT-ATUALIZACAO PIC 9(8) VALUE ZEROS.
