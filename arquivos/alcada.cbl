      *          LOANTXN.DAT, so the next intake run books it through
      *          the normal edit path and consumes the approval -
      *          every high-value booking ends up stamped with who
      *          signed for it. Applications from a store under
      *          first-payment-default review (fpdRpt) are parked
      *          here whatever their value; the store is listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  WS-ALC-APROV2       PIC X(08).
               05  WS-ALC-DT-DECISAO   PIC 9(8).
               05  WS-ALC-SITUACAO     PIC X(01).
               05  WS-ALC-IMAGEM       PIC X(94).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       P200-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES
           DISPLAY "ITEM DATA     CODIGO CLIENTE              "
                   "VALOR     ASSIN LOJA"
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-QTD-ALCADAS
               IF WS-ALC-SITUACAO(WS-ALC-IDX) = "P"
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE WS-ALC-IMAGEM(WS-ALC-IDX) TO TXN-REGISTRO
                   DISPLAY WS-ALC-IDX " "
                           WS-ALC-DATA(WS-ALC-IDX) " "
                           WS-ALC-CODIGO(WS-ALC-IDX) "  "
                           WS-ALC-CLIENTE(WS-ALC-IDX) " "
                           WS-ALC-VALOR(WS-ALC-IDX) "  "
                           WS-ALC-ASSIN-EXIG(WS-ALC-IDX) "     "
                           TXN-COD-LOJISTA
               END-IF
           END-PERFORM
           DISPLAY "PENDENTES DE APROVACAO: " WS-QTD-PENDENTES
