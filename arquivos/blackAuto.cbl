      *          threshold, and removes the automatic restriction once
      *          the arrears are cleared. Manually keyed restrictions
      *          (origem M) and bureau rows (origem B) are never
      *          touched. Overdue parcelas of a contract under a
      *          collections hold (cobHold) do not count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  WS-CLI-IDX          PIC 9(04).
           03  WS-CLI-ACHADO       PIC 9(04).
           03  WS-AUT-IDX          PIC 9(04).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-TOTAL-INCLUIDAS  PIC 9(05) VALUE ZEROS.
           03  WS-TOTAL-REMOVIDAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CLIENTES         PIC 9(04) VALUE ZEROS.
               MOVE ZEROS TO WS-CLI-VENCIDAS(WS-CLI-ACHADO)
           END-IF

      *>   ATRASO DE CONTRATO SOB BLOQUEIO DE COBRANCA (cobHold) NAO
      *>   CONTA PARA A RESTRICAO.
           CALL "holdUtil" USING PWK-CONTRATO PWK-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF PWK-DIAS-ATRASO > 0
              AND WS-MOTIVO-BLOQUEIO = SPACES
               ADD 1 TO WS-CLI-VENCIDAS(WS-CLI-ACHADO)
           END-IF
           .
