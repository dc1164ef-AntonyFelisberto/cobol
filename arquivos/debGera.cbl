      *          total trailer, the same discipline as remessa.cbl -
      *          which in turn skips mandated contracts, so a parcela
      *          is collected by boleto or by debit, never both.
      *          Contracts of a deceased client (obito) or under a
      *          collections hold (cobHold) are skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
               88  FIM-MANDATOS       VALUE "S".
           03  WS-IND              PIC 999.
           03  WS-IDX              PIC 9(04).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-PRIMEIRA-ABERTA  PIC 999.
           03  WS-VALOR-PENDENTE   PIC 9(06)V99.
           03  WS-PERIODO-INICIO   PIC 9(8).
                   DISPLAY "MANDATO PARA CONTRATO INEXISTENTE: "
                           WS-DDA-CONTRATO(WS-IDX)
               NOT INVALID KEY
      *>           CLIENTE FALECIDO (obito.cbl): O DEBITO NA CONTA
      *>           DO ESPOLIO FICA SUSPENSO; O MESMO SOB BLOQUEIO DE
      *>           COBRANCA EM VIGOR (cobHold).
                   CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
                   CALL "holdUtil" USING FIN-CONTRATO FIN-COD-CLIENTE
                                         WS-MOTIVO-BLOQUEIO
                   IF FIN-ATIVO
                      AND WS-DT-OBITO = ZEROS
                      AND WS-MOTIVO-BLOQUEIO = SPACES
                       PERFORM P300-EXTRAI-PARCELAS
                   END-IF
           END-READ
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

