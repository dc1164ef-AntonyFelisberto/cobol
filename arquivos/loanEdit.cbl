      *          range and month-end/leap rule via dataUtil), the value
      *          must be positive, the parcelas within the 12-420 the
      *          contract table supports, the customer code non-zero
      *          and the amortization system S/P/B/blank (B = parcela
      *          balao, with a non-zero residual). Clean records
      *          go to LOANTXN.VAL for posting; everything set aside is
      *          listed on LOANEDIT.RPT with the reason. Control totals
      *          to BATCHSUM.DAT.
           COPY LOANTXN.

       FD  VAL-FILE.
       01  VAL-REGISTRO        PIC X(94).

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(120).

       01  WS-LINHA-RPT.
           03  WS-RL-MOTIVO        PIC X(40).
           03  WS-RL-TXN           PIC X(94).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-MOTIVO = SPACES
              AND TXN-SISTEMA-AMORT NOT = "S"
              AND TXN-SISTEMA-AMORT NOT = "P"
              AND TXN-SISTEMA-AMORT NOT = "B"
              AND TXN-SISTEMA-AMORT NOT = SPACE
               MOVE "SISTEMA DE AMORTIZACAO INVALIDO" TO WS-MOTIVO
           END-IF
      *>   PARCELA BALAO: O RESIDUAL E OBRIGATORIO E MENOR QUE 100%.
      *>   O TETO DA CASA (SYSPARM BALAO-PCT-MAX) E CONFERIDO NA
      *>   ENTRADA DO CONTRATO.
           IF WS-MOTIVO = SPACES
              AND TXN-SISTEMA-AMORT = "B"
               IF TXN-PCT-RESIDUAL NOT NUMERIC
                   MOVE "RESIDUAL DA PARCELA BALAO INVALIDO"
                       TO WS-MOTIVO
               ELSE
                   IF TXN-PCT-RESIDUAL = ZEROS
                       MOVE "RESIDUAL DA PARCELA BALAO ZERADO"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM P300-VALIDA-DATA
           END-IF
