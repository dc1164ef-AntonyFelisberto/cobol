      *          name/phone corrections from the branches, matches
      *          each one to the customer master by TXN-CODIGO and
      *          applies the correction, logging any code that isn't
      *          on file. A correction that changes the data stamps
      *          the client's last-update date (recadastramento).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT AUD-FILE ASSIGN TO "CUSTAUDIT.DAT"
                   MOVE CAD-TEL  TO WS-TEL-ANTIGO
                   MOVE TXN-NOME TO CAD-NOME
                   MOVE TXN-TEL  TO CAD-TEL
      *>           CORRECAO QUE MUDA O DADO VALE COMO ATUALIZACAO
      *>           CADASTRAL; A TRANSACAO REPETIDA, NAO.
                   IF WS-NOME-ANTIGO NOT = TXN-NOME
                      OR WS-TEL-ANTIGO NOT = TXN-TEL
                       ACCEPT CAD-DT-ATUALIZACAO FROM DATE YYYYMMDD
                   END-IF
                   REWRITE CAD-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR: " TXN-CODIGO
