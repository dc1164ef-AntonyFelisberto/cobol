      *          (borrower with full address from CUSTMAST.DAT and
      *          guarantor from AVALISTA.DAT), the collateral from
      *          GARANTIA.DAT, the financial terms with IOF and
      *          tarifa (and, on a parcela balao contract, the
      *          residual and the client's options when it falls
      *          due), the complete parcela schedule as an annex
      *          (due dates rolled with dataUtil/diaUtil, same rule
      *          as the other schedule programs) and the clause text
      *          maintained in the external phrase file CONTFRAS.TXT,
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT AVA-FILE ASSIGN TO "AVALISTA.DAT"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO DOC-LINHA
           WRITE DOC-LINHA
           IF FIN-AMORT-BALAO
               PERFORM P420-IMPRIME-BALAO
           END-IF
           PERFORM P450-IMPRIME-CET THRU P450-SAIDA
           .

       P420-IMPRIME-BALAO.
      *>   PARCELA BALAO (VFG): O RESIDUAL VEM DESTACADO NOS TERMOS,
      *>   COM AS TRES SAIDAS QUE O CLIENTE TEM NO VENCIMENTO.
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "  PARCELA BALAO (VFG): RESIDUAL DE "
                  FIN-PCT-RESIDUAL "% = " FIN-VALOR-RESIDUAL
                  " NA PARCELA " FIN-NUM-PARCELAS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE "  NO VENCIMENTO DO BALAO O FINANCIADO PODE PAGA-LO, "
               TO DOC-LINHA
           WRITE DOC-LINHA
           MOVE "  REFINANCIA-LO OU DEVOLVER O BEM EM GARANTIA."
               TO DOC-LINHA
           WRITE DOC-LINHA
           .

       P450-IMPRIME-CET.
      *>   O CET SAI DO FLUXO REAL: LIQUIDO LIBERADO (FINANCIADO
      *>   MENOS IOF E TARIFA) CONTRA A SERIE COMPLETA DE PARCELAS.
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO DOC-LINHA
           WRITE DOC-LINHA
           IF FIN-AMORT-BALAO
               MOVE SPACES TO WS-LINHA-EDIT
               STRING "  (CET CALCULADO COM A PARCELA BALAO DE "
                      FIN-VALOR-RESIDUAL ")"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               MOVE WS-LINHA-EDIT TO DOC-LINHA
               WRITE DOC-LINHA
           END-IF
           .
       P450-SAIDA.
           EXIT.
               STRING "  " WS-IND "   " WS-DATA-VENCIMENTO
                      "   " WS-VALOR-PARCELA
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               IF FIN-AMORT-BALAO AND WS-IND = FIN-NUM-PARCELAS
                   MOVE "BALAO" TO WS-LINHA-EDIT(37:5)
               END-IF
               MOVE WS-LINHA-EDIT TO DOC-LINHA
               WRITE DOC-LINHA
           END-PERFORM
