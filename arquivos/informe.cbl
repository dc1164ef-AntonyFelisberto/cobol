      *          schedule (SAC or PRICE, FIN-TAXA-JUROS), partials
      *          prorated, and prints one statement per client with
      *          the RPTHDR.cpy standard header - what clients ask for
      *          every January for their tax filing. Each client
      *          whose statement is printed is recorded in the access
      *          log (acessoUtil, ACESSO.DAT).
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CLI-IDX          PIC 9(04).
           03  WS-CLI-ACHADO       PIC 9(04).
           03  WS-INF-VALOR-ED     PIC -ZZZZZZZZZ9,99.
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "informe".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.

       01  WS-QTD-CLIENTES         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CLIENTES.
           03  WS-CLI-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-CLIENTES.
               05  WS-CLI-NOME     PIC X(20).
               05  WS-CLI-CODIGO   PIC 9(05).
               05  WS-CLI-PAGO     PIC S9(10)V99.
               05  WS-CLI-JUROS    PIC S9(10)V99.
               05  WS-CLI-PRINCIPAL PIC S9(10)V99.

           DISPLAY "INFORME O ANO-CALENDARIO (AAAA): "
           ACCEPT WS-ANO-INFORME
           PERFORM P060-EMPRESA-DO-RELATORIO

           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "CONTRATO DO HISTORICO NAO ENCONTRADO: "
                           PAGH-CONTRATO
               NOT INVALID KEY
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF EMU-OK
      *>               APOS UMA RENEGOCIACAO QUE ENCURTOU O PRAZO, O
      *>               HISTORICO PODE TRAZER PARCELAS ALEM DO CRONOGRAMA
      *>               ATUAL - SEM O CRONOGRAMA ORIGINAL O RECEBIMENTO
      *>               VAI INTEIRO COMO PRINCIPAL, SEM INDEXAR A TABELA.
      *>               AMORTIZACAO EXTRAORDINARIA (A) E TODA PRINCIPAL.
                       IF PAGH-PARCELA > FIN-NUM-PARCELAS
                          OR PAGH-TIPO = "A"
                           MOVE ZEROS      TO WS-JUROS-PAGO
                           MOVE PAGH-VALOR TO WS-PRINCIPAL-PAGO
                       ELSE
                           PERFORM P350-CALCULA-JUROS-PARCELA
      *>                   PAGAMENTO PARCIAL: JUROS PRO-RATA SOBRE O
      *>                   VALOR EFETIVAMENTE RECEBIDO NA PARCELA.
                           IF PAGH-VALOR < FIN-PARCELAS(PAGH-PARCELA)
                               COMPUTE WS-JUROS-PAGO =
                                       WS-JUROS-PARCELA * PAGH-VALOR
                                       / FIN-PARCELAS(PAGH-PARCELA)
                           ELSE
                               MOVE WS-JUROS-PARCELA TO WS-JUROS-PAGO
                           END-IF
                           COMPUTE WS-PRINCIPAL-PAGO =
                                   PAGH-VALOR - WS-JUROS-PAGO
                       END-IF
                       PERFORM P400-ACUMULA-CLIENTE THRU P400-SAIDA
                   END-IF
           END-READ
           .

      *>   RECONSTROI O COMPONENTE DE JUROS DA PARCELA A PARTIR DO
      *>   PROPRIO CRONOGRAMA DO CONTRATO (SAC OU PRICE).
           COMPUTE WS-SALDO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
               ADD 1 TO WS-QTD-CLIENTES
               MOVE WS-QTD-CLIENTES TO WS-CLI-ACHADO
               MOVE PAGH-CLIENTE TO WS-CLI-NOME(WS-CLI-ACHADO)
               MOVE FIN-COD-CLIENTE TO WS-CLI-CODIGO(WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-PAGO(WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-JUROS(WS-CLI-ACHADO)
               MOVE ZEROS TO WS-CLI-PRINCIPAL(WS-CLI-ACHADO)
                       "  DATA: " WS-RPT-DATA
                       "  HORA: " WS-RPT-HORA
                       "  PAGINA: " WS-RPT-PAGINA
               DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                       WS-RPT-EMPRESA-NOME
               DISPLAY "=============================================="
               DISPLAY " INFORME ANUAL DE PAGAMENTOS - ANO "
                       WS-ANO-INFORME
               MOVE WS-CLI-JUROS(WS-CLI-IDX) TO WS-INF-VALOR-ED
               DISPLAY "  JUROS..............: " WS-INF-VALOR-ED
               DISPLAY "=============================================="
               CALL "acessoUtil" USING WS-CLI-CODIGO(WS-CLI-IDX)
                                       WS-ACS-PROGRAMA
                                       WS-ACS-OPERADOR
               ADD 1 TO WS-RPT-PAGINA
           END-PERFORM

                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
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

       END PROGRAM informe.
