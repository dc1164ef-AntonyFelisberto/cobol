      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly schedule recomputation audit - for every
      *          active contract on FINMAST.DAT, rebuilds the parcela
      *          schedule from the contract terms alone (FIN-VALOR
      *          less FIN-ENTRADA, FIN-TAXA-JUROS, FIN-NUM-PARCELAS,
      *          SAC or PRICE, the differentiated first parcela of a
      *          carencia and the prestamista premium per parcela)
      *          with the same arithmetic and the same truncations
      *          as the booking loop in loanBatch, and compares it
      *          parcela by parcela with the stored FIN-PARCELAS.
      *          Every difference above one cent goes to CRONAUD.RPT
      *          under the contract, with the last event the contract
      *          received on EVENTOS.DAT (evtUtil), so whoever
      *          answers a complaint sees at once whether a refin,
      *          transfer or repricing explains the stored value.
      *          IOF and tarifa are charged apart and never financed,
      *          so they are shown but do not enter the parcela;
      *          post-fixed contracts (indexa reprices the open
      *          parcelas) are flagged under the contract. The
      *          audit only reads - nothing on FINMAST is changed.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cronAudit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT EVT-FILE ASSIGN TO "EVENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT RPT-FILE ASSIGN TO "CRONAUD.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  EVT-FILE.
           COPY EVTFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-EVT-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EVT-EOF          PIC X.
               88  FIM-EVENTOS        VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-IND              PIC 9(03).
           03  WS-QTD-DIF-CONTRATO PIC 9(03).
           03  WS-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
           03  WS-TOT-AUDITADOS    PIC 9(07) VALUE ZEROS.
           03  WS-TOT-DIVERGENTES  PIC 9(07) VALUE ZEROS.
           03  WS-TOT-PARC-DIVERG  PIC 9(09) VALUE ZEROS.
           03  WS-TOT-DIFERENCAS   PIC 9(10)V99 VALUE ZEROS.

      *>   MESMAS PICTURES DO LACO DE CONTRATACAO DO loanBatch - O
      *>   TRUNCAMENTO DE CADA CAMPO FAZ PARTE DA REGRA DO CALCULO.
       01  WS-CALCULO.
           03  WS-VR-PARCELAS      PIC 9(07)V99.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-SALDO            PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-DIFERENCA        PIC S9(07)V99.
           03  WS-DIF-ABSOLUTA     PIC 9(07)V99.
           03  WS-VALOR-FINANCIADO PIC 9(06)V99.

       01  WS-CRONOGRAMA.
           03  WS-PARC-RECALC      PIC 9(07)V99 OCCURS 420 TIMES.

      *>   ULTIMO EVENTO DO CONTRATO NO EVENTOS.DAT (CRONOLOGICO).
       01  WS-ULTIMO-EVENTO.
           03  WS-UEV-DATA         PIC 9(8).
           03  WS-UEV-TIPO         PIC X(10).
           03  WS-UEV-DETALHE      PIC X(30).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-PARCELA.
           03  FILLER              PIC X(04) VALUE SPACES.
           03  WS-LP-PARCELA       PIC ZZ9.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LP-GRAVADO       PIC Z.ZZZ.ZZ9,99.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LP-RECALCULADO   PIC Z.ZZZ.ZZ9,99.
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LP-DIFERENCA     PIC -.---.--9,99.
       01  WS-VALOR-ED             PIC Z.ZZZ.ZZ9,99.
       01  WS-TAXA-ED              PIC 9,9999.
       01  WS-1A-PARCELA-ED        PIC ZZZ.ZZ9,99.
       01  WS-IOF-ED               PIC ZZZ.ZZ9,99.
       01  WS-TARIFA-ED            PIC ZZZ.ZZ9,99.
       01  WS-PREMIO-ED            PIC ZZZ.ZZ9,99.
       01  WS-TOT-DIF-ED           PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO PELO MENU, OS TOTAIS COMECAM ZERADOS A CADA
      *>   EXECUCAO.
           MOVE ZEROS TO WS-TOT-LIDOS
           MOVE ZEROS TO WS-TOT-AUDITADOS
           MOVE ZEROS TO WS-TOT-DIVERGENTES
           MOVE ZEROS TO WS-TOT-PARC-DIVERG
           MOVE ZEROS TO WS-TOT-DIFERENCAS
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P060-EMPRESA-DO-RELATORIO

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               GOBACK
           END-IF
           PERFORM P100-IMPRIME-CABECALHO

           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   DISPLAY "NENHUM FINANCIAMENTO CADASTRADO"
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P200-PROCESSA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           PERFORM P800-IMPRIME-TOTAIS
           CLOSE FIN-FILE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM CRONAUD.RPT"
           GOBACK.

       P100-IMPRIME-CABECALHO.
           MOVE "CRONAUDI" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "AUDITORIA DO CRONOGRAMA - PARCELAS GRAVADAS X "
                  "RECALCULADAS PELAS CONDICOES DO CONTRATO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "SO CONTRATOS ATIVOS; DIFERENCAS ACIMA DE UM "
                  "CENTAVO. IOF E TARIFA SAO COBRADOS A PARTE E NAO "
                  "ENTRAM NA PARCELA."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "    PARC    VLR GRAVADO   VLR RECALCUL.     "
                  "DIFERENCA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   ADD 1 TO WS-TOT-LIDOS
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF FIN-ATIVO AND EMU-OK
                       ADD 1 TO WS-TOT-AUDITADOS
                       PERFORM P300-RECALCULA-CRONOGRAMA
                       PERFORM P400-COMPARA-CRONOGRAMA
                   END-IF
           END-READ
           .

       P300-RECALCULA-CRONOGRAMA.
      *>   A ENTRADA REDUZ O VALOR FINANCIADO. SAC: AMORTIZACAO
      *>   CONSTANTE; PRICE: PRESTACAO FIXA PELO FATOR (1+I)**N
      *>   ACUMULADO POR MULTIPLICACAO. JUROS SEMPRE SOBRE O SALDO;
      *>   O PREMIO PRESTAMISTA ENTRA EM CADA PARCELA E A CARENCIA
      *>   SUBSTITUI SO O VALOR DA PRIMEIRA - A AMORTIZACAO SEGUE O
      *>   CRONOGRAMA NORMAL. PARCELA BALAO: PRESTACAO FIXA QUE SO
      *>   AMORTIZA ATE O RESIDUAL, COBRADO NA ULTIMA PARCELA.
           COMPUTE WS-SALDO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                       COMPUTE WS-FATOR-PRICE =
                               WS-FATOR-PRICE
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
           ELSE
               COMPUTE WS-AMORTIZACAO = WS-SALDO / FIN-NUM-PARCELAS
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               COMPUTE WS-JUROS-PARCELA = WS-SALDO * FIN-TAXA-JUROS
               IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
                   COMPUTE WS-AMORTIZACAO = WS-PRESTACAO
                                           - WS-JUROS-PARCELA
                   MOVE WS-PRESTACAO TO WS-VR-PARCELAS
               ELSE
                   COMPUTE WS-VR-PARCELAS = WS-AMORTIZACAO
                                           + WS-JUROS-PARCELA
               END-IF
      *>       PARCELA BALAO: A ULTIMA LEVA O SALDO QUE RESTOU (O
      *>       RESIDUAL) ALEM DOS JUROS DO MES.
               IF FIN-AMORT-BALAO AND WS-IND = FIN-NUM-PARCELAS
                   MOVE WS-SALDO TO WS-AMORTIZACAO
                   COMPUTE WS-VR-PARCELAS = WS-SALDO
                                           + WS-JUROS-PARCELA
               END-IF
               ADD FIN-VALOR-PREMIO TO WS-VR-PARCELAS
               IF WS-IND = 1 AND FIN-VALOR-1A-PARCELA > ZEROS
                   MOVE FIN-VALOR-1A-PARCELA TO WS-PARC-RECALC(WS-IND)
               ELSE
                   MOVE WS-VR-PARCELAS TO WS-PARC-RECALC(WS-IND)
               END-IF
               SUBTRACT WS-AMORTIZACAO FROM WS-SALDO
           END-PERFORM
           .

       P400-COMPARA-CRONOGRAMA.
           MOVE ZEROS TO WS-QTD-DIF-CONTRATO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               COMPUTE WS-DIFERENCA = FIN-PARCELAS(WS-IND)
                                    - WS-PARC-RECALC(WS-IND)
               IF WS-DIFERENCA < ZEROS
                   COMPUTE WS-DIF-ABSOLUTA = ZEROS - WS-DIFERENCA
               ELSE
                   MOVE WS-DIFERENCA TO WS-DIF-ABSOLUTA
               END-IF
               IF WS-DIF-ABSOLUTA > 0,01
                   IF WS-QTD-DIF-CONTRATO = ZEROS
                       ADD 1 TO WS-TOT-DIVERGENTES
                       PERFORM P450-BUSCA-ULTIMO-EVENTO
                       PERFORM P500-IMPRIME-CONTRATO
                   END-IF
                   ADD 1 TO WS-QTD-DIF-CONTRATO
                   ADD 1 TO WS-TOT-PARC-DIVERG
                   ADD WS-DIF-ABSOLUTA TO WS-TOT-DIFERENCAS
                   PERFORM P550-IMPRIME-PARCELA
               END-IF
           END-PERFORM
           IF WS-QTD-DIF-CONTRATO > ZEROS
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P450-BUSCA-ULTIMO-EVENTO.
      *>   O EVENTOS.DAT E GRAVADO EM ORDEM CRONOLOGICA; A ULTIMA
      *>   LINHA DO CONTRATO E O ULTIMO EVENTO. SO E LIDO PARA OS
      *>   CONTRATOS QUE DIVERGEM.
           MOVE ZEROS  TO WS-UEV-DATA
           MOVE SPACES TO WS-UEV-TIPO
           MOVE SPACES TO WS-UEV-DETALHE
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS = "00"
               MOVE "N" TO WS-EVT-EOF
               PERFORM UNTIL FIM-EVENTOS
                   READ EVT-FILE
                       AT END
                           SET FIM-EVENTOS TO TRUE
                       NOT AT END
                           IF EVT-CONTRATO = FIN-CONTRATO
                               MOVE EVT-DATA    TO WS-UEV-DATA
                               MOVE EVT-TIPO    TO WS-UEV-TIPO
                               MOVE EVT-DETALHE TO WS-UEV-DETALHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVT-FILE
           END-IF
           .

       P500-IMPRIME-CONTRATO.
           COMPUTE WS-VALOR-FINANCIADO = FIN-VALOR - FIN-ENTRADA
           MOVE WS-VALOR-FINANCIADO  TO WS-VALOR-ED
           MOVE FIN-TAXA-JUROS       TO WS-TAXA-ED
           MOVE FIN-VALOR-1A-PARCELA TO WS-1A-PARCELA-ED
           MOVE FIN-VALOR-IOF        TO WS-IOF-ED
           MOVE FIN-VALOR-TARIFA     TO WS-TARIFA-ED
           MOVE FIN-VALOR-PREMIO     TO WS-PREMIO-ED
           STRING "CONTRATO " FIN-CONTRATO
                  "  CLIENTE " FIN-COD-CLIENTE " " FIN-CLIENTE
                  "  FINANCIADO " WS-VALOR-ED
                  "  TAXA " WS-TAXA-ED
                  "  PRAZO " FIN-NUM-PARCELAS
                  "  SISTEMA " FIN-SISTEMA-AMORT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "    1A PARCELA " WS-1A-PARCELA-ED
                  "  PREMIO/PARC " WS-PREMIO-ED
                  "  IOF " WS-IOF-ED
                  "  TARIFA " WS-TARIFA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF FIN-E-POS-FIXADO
               STRING "    CONTRATO POS-FIXADO - PARCELAS EM ABERTO "
                      "REPRECIFICADAS PELO INDEXA"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-UEV-DATA = ZEROS
               STRING "    ULTIMO EVENTO: NENHUM EVENTO REGISTRADO "
                      "PARA O CONTRATO"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "    ULTIMO EVENTO: " WS-UEV-DATA
                      " " WS-UEV-TIPO " " WS-UEV-DETALHE
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           DISPLAY "CONTRATO " FIN-CONTRATO " DIVERGE - ULTIMO "
                   "EVENTO: " WS-UEV-DATA " " WS-UEV-TIPO
           .

       P550-IMPRIME-PARCELA.
           MOVE WS-IND                 TO WS-LP-PARCELA
           MOVE FIN-PARCELAS(WS-IND)   TO WS-LP-GRAVADO
           MOVE WS-PARC-RECALC(WS-IND) TO WS-LP-RECALCULADO
           MOVE WS-DIFERENCA           TO WS-LP-DIFERENCA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           MOVE WS-LINHA-PARCELA TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-IMPRIME-TOTAIS.
           MOVE WS-TOT-DIFERENCAS TO WS-TOT-DIF-ED
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS LIDOS...........: " WS-TOT-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS ATIVOS AUDITADOS: " WS-TOT-AUDITADOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS DIVERGENTES.....: " WS-TOT-DIVERGENTES
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "PARCELAS DIVERGENTES......: " WS-TOT-PARC-DIVERG
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "SOMA DAS DIFERENCAS.......: " WS-TOT-DIF-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           DISPLAY "=============================================="
           DISPLAY "AUDITORIA DO CRONOGRAMA DE PARCELAS"
           DISPLAY "CONTRATOS ATIVOS AUDITADOS: " WS-TOT-AUDITADOS
           DISPLAY "CONTRATOS DIVERGENTES.....: " WS-TOT-DIVERGENTES
           DISPLAY "PARCELAS DIVERGENTES......: " WS-TOT-PARC-DIVERG
           DISPLAY "SOMA DAS DIFERENCAS.......: " WS-TOT-DIF-ED
           DISPLAY "=============================================="
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

       END PROGRAM cronAudit.
