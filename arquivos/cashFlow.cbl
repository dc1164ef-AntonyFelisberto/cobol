      *          carne, converted to BRL by cambioUtil), so treasury
      *          can plan funding from the booked schedules instead of
      *          guessing.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      *          CASHPROJ.DAT is only kept by the consolidated run,
      *          the one fluxoReal confronts with what came in.
      *          Balloon residuals (parcela balao) falling in the
      *          window are shown apart under each month and in the
      *          total - money that may turn into a refinancing or a
      *          returned vehicle instead of cash.
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
       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY RPTHDR.
           COPY EMPLK.
           COPY MESTAB.

       01  WS-VARIAVEIS.
               05  WS-PROJ-MM      PIC 9(2).
               05  WS-PROJ-QTD     PIC 9(06) VALUE ZEROS.
               05  WS-PROJ-VALOR   PIC 9(12)V99 VALUE ZEROS.
      *>           DOS QUAIS, RESIDUAIS DE PARCELA BALAO (VFG).
               05  WS-PROJ-BALAO   PIC 9(12)V99 VALUE ZEROS.
       01  WS-PROJ-VALOR-ED        PIC $$$.$$$.$$$.$$9,99.
       01  WS-PROJ-IDX             PIC 99.
       01  WS-TOT-PROJETADO        PIC 9(12)V99 VALUE ZEROS.
       01  WS-TOT-PROJETADO-ED     PIC $$$.$$$.$$$.$$9,99.
       01  WS-TOT-BALAO            PIC 9(12)V99 VALUE ZEROS.
       01  WS-BALAO-BRL            PIC 9(12)V99.

      *>   QUEBRA DA PROJECAO POR COMPETENCIA E PRODUTO, GUARDADA EM
      *>   CASHPROJ.DAT PARA O CONFRONTO PROJETADO X REALIZADO.
           OPEN INPUT PAG-FILE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P060-EMPRESA-DO-RELATORIO
           COMPUTE WS-MES-BASE = WS-HJ-AAAA * 12 + WS-HJ-MM
           INITIALIZE WS-TOTAIS-FILIAL
                      REPLACING NUMERIC DATA BY ZEROS
           END-START

           PERFORM P700-IMPRIME-PROJECAO
           IF WS-RPT-EMPRESA = ZEROS
               PERFORM P800-GRAVA-PROJECAO
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           GOBACK.
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF FIN-ATIVO AND EMU-OK
                       PERFORM P300-PROJETA-PARCELAS
                   END-IF
           END-READ
                       WS-VALOR-PENDENTE * WS-CAMBIO-TAXA
               ADD 1            TO WS-PROJ-QTD(WS-DELTA-MES)
               ADD WS-VALOR-BRL TO WS-PROJ-VALOR(WS-DELTA-MES)
      *>       O RESIDUAL DA PARCELA BALAO SAI DESTACADO: E O DINHEIRO
      *>       QUE PODE NAO VIR (REFINANCIAMENTO OU DEVOLUCAO DO BEM).
               IF FIN-AMORT-BALAO AND WS-IND = FIN-NUM-PARCELAS
                   COMPUTE WS-BALAO-BRL =
                           FIN-VALOR-RESIDUAL * WS-CAMBIO-TAXA
                   ADD WS-BALAO-BRL TO WS-PROJ-BALAO(WS-DELTA-MES)
               END-IF
               IF FIN-COD-FILIAL IS NUMERIC
                  AND FIN-COD-FILIAL > ZEROS
                   MOVE FIN-COD-FILIAL TO WS-FILIAL-CONTRATO
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
           DISPLAY "=============================================="
           DISPLAY "  PROJECAO DE FLUXO DE CAIXA - PROXIMOS 12 MESES"
           DISPLAY "  (PARCELAS A RECEBER, EQUIVALENTE BRL)"
                       WS-MES-NOME(WS-MES-IDX) " "
                       WS-PROJ-QTD(WS-PROJ-IDX) " PARCELAS  "
                       WS-PROJ-VALOR-ED
               IF WS-PROJ-BALAO(WS-PROJ-IDX) > ZEROS
                   MOVE WS-PROJ-BALAO(WS-PROJ-IDX) TO WS-PROJ-VALOR-ED
                   DISPLAY "        DOS QUAIS PARCELA BALAO (RESIDUAL) "
                           WS-PROJ-VALOR-ED
               END-IF
               ADD WS-PROJ-VALOR(WS-PROJ-IDX) TO WS-TOT-PROJETADO
               ADD WS-PROJ-BALAO(WS-PROJ-IDX) TO WS-TOT-BALAO
               ADD WS-PROJ-QTD(WS-PROJ-IDX)
                   TO WS-RPT-TOTAL-REGISTROS
           END-PERFORM
           MOVE WS-TOT-PROJETADO TO WS-TOT-PROJETADO-ED
           DISPLAY "=============================================="
           DISPLAY "TOTAL PROJETADO 12 MESES: " WS-TOT-PROJETADO-ED
           IF WS-TOT-BALAO > ZEROS
               MOVE WS-TOT-BALAO TO WS-TOT-PROJETADO-ED
               DISPLAY "  DOS QUAIS PARCELAS BALAO: "
                       WS-TOT-PROJETADO-ED
           END-IF
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
           CLOSE CPJ-FILE
           .

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM cashFlow.
