      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly profitability report - for one competencia
      *          (AAAAMM) puts together, contract by contract, what
      *          each contract earned and cost the house: interest
      *          accrued (APROPRIA.DAT, accrual), tarifa income on the
      *          contracts booked in the month (FIN-VALOR-TARIFA - the
      *          IOF is a tax passed through, never income), late
      *          charges actually received (ENCARGO), the merchant
      *          discount kept on the repasse (REPASSE, less REPASDEV
      *          on a cancelled sale), the funding cost (the saldo
      *          devedor of the PROVISAO.DAT position times the
      *          CAPTACAO.DAT rate in force, captCad), the provision
      *          movement (PROVISAO less PROVREV) and the losses
      *          (write-offs of the month on PREJUIZO.DAT less
      *          RECUPERA). The movements come from the GL history
      *          (CONTABHIS.DAT), so the report ties to the ledger.
      *          Detail per contract, then the margin rolled up by
      *          product, store (lojista) and branch, so pricing and
      *          the merchant discount percentages can be set on
      *          evidence. Output to RENTAB.RPT (the contract detail
      *          is printed only there) and the screen.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rentRpt.

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

               SELECT ACR-FILE ASSIGN TO "APROPRIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACR-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT WOF-FILE ASSIGN TO "PREJUIZO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WOF-STATUS.

               SELECT PVS-FILE ASSIGN TO "PROVISAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PVS-STATUS.

               SELECT CAP-FILE ASSIGN TO "CAPTACAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAP-STATUS.

               SELECT FIL-FILE ASSIGN TO "FILIAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIL-STATUS.

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRO-STATUS.

               SELECT LOJ-FILE ASSIGN TO "LOJISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOJ-STATUS.

               SELECT RPT-FILE ASSIGN TO "RENTAB.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  ACR-FILE.
           COPY ACRFD.

       FD  CTH-FILE.
           COPY CTBFD.

       FD  WOF-FILE.
           COPY WOFFD.

       FD  PVS-FILE.
           COPY PVSFD.

       FD  CAP-FILE.
           COPY CAPFD.

       FD  FIL-FILE.
           COPY FILFD.

       FD  PRO-FILE.
           COPY PRODFD.

       FD  LOJ-FILE.
           COPY LOJFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-ACR-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-WOF-STATUS       PIC XX.
           03  WS-PVS-STATUS       PIC XX.
           03  WS-CAP-STATUS       PIC XX.
           03  WS-FIL-STATUS       PIC XX.
           03  WS-PRO-STATUS       PIC XX.
           03  WS-LOJ-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-FIN-EOF          PIC X.
               88  FIM-CONTRATOS      VALUE "S".
           03  WS-ARQ-EOF          PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-TABELA-CHEIA     PIC X VALUE "N".
               88  CONTRATOS-TRANSBORDOU VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-AAAA    PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-FIM-COMPETENCIA  PIC 9(8).
           03  WS-MES-MOVTO        PIC 9(6).
           03  WS-IDX              PIC 9(05).
           03  WS-AGR-IDX          PIC 9(04).
           03  WS-AGR-ACHADO       PIC 9(04).
           03  WS-NOM-IDX          PIC 9(04).
           03  WS-DIM              PIC X(01).
           03  WS-CHAVE            PIC X(08).
           03  WS-TAXA-CAPTACAO    PIC 9V9999 VALUE ZEROS.
           03  WS-DATA-TAXA        PIC 9(8)   VALUE ZEROS.
           03  WS-DATA-POSICAO     PIC 9(8)   VALUE ZEROS.
           03  WS-DESCONTO         PIC S9(08)V99.
           03  WS-RECEITA          PIC S9(11)V99.
           03  WS-PCT              PIC S9(05)V9.
           03  WS-SEM-CONTRATO     PIC 9(05) VALUE ZEROS.
           03  WS-NOME             PIC X(20).
           03  WS-LINHA-EDIT       PIC X(132).

      *>   OS OITO COMPONENTES DO RESULTADO, NA ORDEM DA IMPRESSAO:
      *>   RECEITAS (JUROS, TARIFAS, ENCARGOS, DESCONTO DO LOJISTA),
      *>   CUSTOS (CAPTACAO, PROVISAO LIQUIDA, PERDAS LIQUIDAS) E A
      *>   MARGEM = RECEITAS MENOS CUSTOS.
       01  WS-COMPONENTES.
           03  WS-CMP-VALOR        PIC S9(11)V99 OCCURS 8 TIMES.
       77  WS-CMP-IDX              PIC 9(01).

       01  WS-LINHA-ITEM.
           03  WS-LI-CHAVE         PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-NOME          PIC X(11).
           03  WS-LI-VALORES OCCURS 8 TIMES.
               05  FILLER          PIC X(01).
               05  WS-LI-VALOR     PIC -ZZZZZZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LI-PCT           PIC -ZZ9,9.

      *>   UM ITEM POR CONTRATO DO FINMAST, CARREGADO NA ORDEM DA
      *>   CHAVE - POR ISSO A BUSCA BINARIA EM CADA ARQUIVO DO MES.
       01  WS-QTD-CONTRATOS        PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CONTRATOS.
           03  WS-CTR-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CONTRATOS
                           ASCENDING KEY IS WS-CTR-CONTRATO
                           INDEXED BY WS-CTR-IDX.
               05  WS-CTR-CONTRATO PIC 9(06).
               05  WS-CTR-LOJISTA  PIC 9(04).
               05  WS-CTR-PRODUTO  PIC 9(04).
               05  WS-CTR-FILIAL   PIC 9(02).
               05  WS-CTR-FINANCIADO PIC 9(08)V99.
               05  WS-CTR-JUROS    PIC S9(09)V99.
               05  WS-CTR-TARIFA   PIC S9(09)V99.
               05  WS-CTR-ENCARGOS PIC S9(09)V99.
               05  WS-CTR-DESCONTO PIC S9(09)V99.
               05  WS-CTR-CAPTACAO PIC S9(09)V99.
               05  WS-CTR-PROVISAO PIC S9(09)V99.
               05  WS-CTR-PERDAS   PIC S9(09)V99.

      *>   RESULTADO POR DIMENSAO: P = PRODUTO, L = LOJISTA,
      *>   F = FILIAL, T = TOTAL.
       01  WS-QTD-AGREGADOS        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-AGREGADOS.
           03  WS-AGR-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-AGREGADOS.
               05  WS-AGR-DIM      PIC X(01).
               05  WS-AGR-CHAVE    PIC X(08).
               05  WS-AGR-VALOR    PIC S9(11)V99 OCCURS 8 TIMES.

      *>   NOMES PARA A IMPRESSAO: F = FILIAL, P = PRODUTO,
      *>   L = LOJISTA.
       01  WS-QTD-NOMES            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-NOMES.
           03  WS-NOM-ITEM OCCURS 0 TO 700 TIMES
                           DEPENDING ON WS-QTD-NOMES.
               05  WS-NOM-DIM      PIC X(01).
               05  WS-NOM-CHAVE    PIC X(08).
               05  WS-NOM-NOME     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DA RENTABILIDADE (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM
           COMPUTE WS-FIM-COMPETENCIA = WS-COMPETENCIA * 100 + 31

           PERFORM P060-EMPRESA-DO-RELATORIO
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               GOBACK
           END-IF
           PERFORM P100-CARREGA-CONTRATOS
           CLOSE FIN-FILE
           IF CONTRATOS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 CONTRATOS NO FINMAST - "
                       "RELATORIO NAO GERADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P200-JUROS-APROPRIADOS THRU P200-SAIDA
           PERFORM P300-MOVIMENTOS-RAZAO THRU P300-SAIDA
           PERFORM P400-PREJUIZOS THRU P400-SAIDA
           PERFORM P450-TAXA-CAPTACAO THRU P450-SAIDA
           PERFORM P460-CUSTO-CAPTACAO THRU P460-SAIDA
           PERFORM P480-CARREGA-NOMES
           PERFORM P500-IMPRIME-RELATORIO
           GOBACK.

       P100-CARREGA-CONTRATOS.
           MOVE "N" TO WS-FIN-EOF
           PERFORM P110-LE-CONTRATO
           PERFORM UNTIL FIM-CONTRATOS OR CONTRATOS-TRANSBORDOU
               MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
               MOVE FIN-CONTRATO    TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF EMU-OK
                   PERFORM P120-INCLUI-CONTRATO
               END-IF
               PERFORM P110-LE-CONTRATO
           END-PERFORM
           .

       P110-LE-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END SET FIM-CONTRATOS TO TRUE
           END-READ
           .

       P120-INCLUI-CONTRATO.
           IF WS-QTD-CONTRATOS = 20000
               SET CONTRATOS-TRANSBORDOU TO TRUE
           ELSE
               ADD 1 TO WS-QTD-CONTRATOS
               INITIALIZE WS-CTR-ITEM(WS-QTD-CONTRATOS)
               MOVE FIN-CONTRATO TO WS-CTR-CONTRATO(WS-QTD-CONTRATOS)
               IF FIN-COD-LOJISTA IS NUMERIC
                   MOVE FIN-COD-LOJISTA
                       TO WS-CTR-LOJISTA(WS-QTD-CONTRATOS)
               END-IF
               IF FIN-COD-PRODUTO IS NUMERIC
                   MOVE FIN-COD-PRODUTO
                       TO WS-CTR-PRODUTO(WS-QTD-CONTRATOS)
               END-IF
               IF FIN-COD-FILIAL IS NUMERIC
                  AND FIN-COD-FILIAL > ZEROS
                   MOVE FIN-COD-FILIAL
                       TO WS-CTR-FILIAL(WS-QTD-CONTRATOS)
               ELSE
                   MOVE 1 TO WS-CTR-FILIAL(WS-QTD-CONTRATOS)
               END-IF
               IF FIN-ENTRADA < FIN-VALOR
                   COMPUTE WS-CTR-FINANCIADO(WS-QTD-CONTRATOS) =
                           FIN-VALOR - FIN-ENTRADA
               END-IF
      *>       TARIFA E RECEITA DO MES EM QUE O CONTRATO FOI FECHADO
      *>       (OU REFINANCIADO); CANCELADO NO PRAZO LEGAL DEVOLVE.
               COMPUTE WS-MES-MOVTO = FIN-DT-CONTRATO / 100
               IF WS-MES-MOVTO = WS-COMPETENCIA
                  AND NOT FIN-CANCELADO
                  AND FIN-VALOR-TARIFA IS NUMERIC
                   MOVE FIN-VALOR-TARIFA
                       TO WS-CTR-TARIFA(WS-QTD-CONTRATOS)
               END-IF
           END-IF
           .

       P200-JUROS-APROPRIADOS.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT ACR-FILE
           IF WS-ACR-STATUS NOT = "00"
               DISPLAY "SEM APROPRIACAO DE JUROS (APROPRIA.DAT) - "
                       "RODE O accrual DA COMPETENCIA."
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-LE-APROPRIACAO
           PERFORM UNTIL FIM-ARQUIVO
      *>       CONTRATO DE OUTRA EMPRESA NAO CONTA COMO SEM CADASTRO.
               MOVE ZEROS        TO EMU-EMPRESA
               MOVE ACR-CONTRATO TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF ACR-TIPO = "D"
                  AND ACR-COMPETENCIA = WS-COMPETENCIA
                  AND EMU-OK
                   SEARCH ALL WS-CTR-ITEM
                       AT END
                           ADD 1 TO WS-SEM-CONTRATO
                       WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = ACR-CONTRATO
                           ADD ACR-VALOR-JUROS
                               TO WS-CTR-JUROS(WS-CTR-IDX)
                   END-SEARCH
               END-IF
               PERFORM P210-LE-APROPRIACAO
           END-PERFORM
           CLOSE ACR-FILE
           .
       P200-SAIDA.
           EXIT.

       P210-LE-APROPRIACAO.
           READ ACR-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P300-MOVIMENTOS-RAZAO.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT CTH-FILE
           IF WS-CTH-STATUS NOT = "00"
               DISPLAY "SEM HISTORICO CONTABIL (CONTABHIS.DAT) - "
                       "ENCARGOS, REPASSES E PROVISAO ZERADOS."
               GO TO P300-SAIDA
           END-IF
           PERFORM P310-LE-RAZAO
           PERFORM UNTIL FIM-ARQUIVO
               COMPUTE WS-MES-MOVTO = CTB-DATA / 100
               IF CTB-TIPO = "D"
                  AND WS-MES-MOVTO = WS-COMPETENCIA
                   PERFORM P320-APLICA-MOVIMENTO
               END-IF
               PERFORM P310-LE-RAZAO
           END-PERFORM
           CLOSE CTH-FILE
           .
       P300-SAIDA.
           EXIT.

       P310-LE-RAZAO.
           READ CTH-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P320-APLICA-MOVIMENTO.
           SEARCH ALL WS-CTR-ITEM
               AT END
                   CONTINUE
               WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = CTB-CONTRATO
                   EVALUATE CTB-EVENTO
                       WHEN "ENCARGO "
                           ADD CTB-VALOR
                               TO WS-CTR-ENCARGOS(WS-CTR-IDX)
      *>               O DESAGIO FICA COM A CASA: FINANCIADO MENOS O
      *>               QUE FOI PAGO AO LOJISTA. A DEVOLUCAO DO REPASSE
      *>               DE UMA VENDA CANCELADA DESFAZ O DESAGIO.
                       WHEN "REPASSE "
                           PERFORM P330-CALCULA-DESCONTO
                           ADD WS-DESCONTO
                               TO WS-CTR-DESCONTO(WS-CTR-IDX)
                       WHEN "REPASDEV"
                           PERFORM P330-CALCULA-DESCONTO
                           SUBTRACT WS-DESCONTO
                               FROM WS-CTR-DESCONTO(WS-CTR-IDX)
                       WHEN "PROVISAO"
                           ADD CTB-VALOR
                               TO WS-CTR-PROVISAO(WS-CTR-IDX)
                       WHEN "PROVREV "
                           SUBTRACT CTB-VALOR
                               FROM WS-CTR-PROVISAO(WS-CTR-IDX)
                       WHEN "RECUPERA"
                           SUBTRACT CTB-VALOR
                               FROM WS-CTR-PERDAS(WS-CTR-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           .

       P330-CALCULA-DESCONTO.
           MOVE ZEROS TO WS-DESCONTO
           IF WS-CTR-FINANCIADO(WS-CTR-IDX) > CTB-VALOR
               COMPUTE WS-DESCONTO = WS-CTR-FINANCIADO(WS-CTR-IDX)
                                   - CTB-VALOR
           END-IF
           .

       P400-PREJUIZOS.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT WOF-FILE
           IF WS-WOF-STATUS NOT = "00"
               GO TO P400-SAIDA
           END-IF
           PERFORM P410-LE-PREJUIZO
           PERFORM UNTIL FIM-ARQUIVO
               COMPUTE WS-MES-MOVTO = WOF-DT-PREJUIZO / 100
               MOVE ZEROS        TO EMU-EMPRESA
               MOVE WOF-CONTRATO TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF WS-MES-MOVTO = WS-COMPETENCIA AND EMU-OK
                   SEARCH ALL WS-CTR-ITEM
                       AT END
                           ADD 1 TO WS-SEM-CONTRATO
                       WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = WOF-CONTRATO
                           ADD WOF-SALDO TO WS-CTR-PERDAS(WS-CTR-IDX)
                   END-SEARCH
               END-IF
               PERFORM P410-LE-PREJUIZO
           END-PERFORM
           CLOSE WOF-FILE
           .
       P400-SAIDA.
           EXIT.

       P410-LE-PREJUIZO.
           READ WOF-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P450-TAXA-CAPTACAO.
      *>   VALE A TAXA MAIS RECENTE QUE NAO SEJA POSTERIOR AO FIM DA
      *>   COMPETENCIA.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT CAP-FILE
           IF WS-CAP-STATUS NOT = "00"
               GO TO P450-SAIDA
           END-IF
           PERFORM P455-LE-TAXA
           PERFORM UNTIL FIM-ARQUIVO
               IF CAP-DATA NOT > WS-FIM-COMPETENCIA
                  AND CAP-DATA NOT < WS-DATA-TAXA
                   MOVE CAP-DATA TO WS-DATA-TAXA
                   MOVE CAP-TAXA TO WS-TAXA-CAPTACAO
               END-IF
               PERFORM P455-LE-TAXA
           END-PERFORM
           CLOSE CAP-FILE
           .
       P450-SAIDA.
           EXIT.

       P455-LE-TAXA.
           READ CAP-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P460-CUSTO-CAPTACAO.
           IF WS-TAXA-CAPTACAO = ZEROS
               DISPLAY "SEM TAXA DE CAPTACAO PARA A COMPETENCIA "
                       "(CAPTACAO.DAT) - CUSTO DE CAPTACAO ZERADO."
               GO TO P460-SAIDA
           END-IF
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT PVS-FILE
           IF WS-PVS-STATUS NOT = "00"
               DISPLAY "SEM POSICAO DE SALDOS (PROVISAO.DAT) - "
                       "CUSTO DE CAPTACAO ZERADO."
               GO TO P460-SAIDA
           END-IF
           PERFORM P465-LE-POSICAO
           PERFORM UNTIL FIM-ARQUIVO
               MOVE PVS-DATA TO WS-DATA-POSICAO
               SEARCH ALL WS-CTR-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = PVS-CONTRATO
                       COMPUTE WS-CTR-CAPTACAO(WS-CTR-IDX) ROUNDED =
                               PVS-SALDO * WS-TAXA-CAPTACAO
               END-SEARCH
               PERFORM P465-LE-POSICAO
           END-PERFORM
           CLOSE PVS-FILE
           .
       P460-SAIDA.
           EXIT.

       P465-LE-POSICAO.
           READ PVS-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P480-CARREGA-NOMES.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT FIL-FILE
           IF WS-FIL-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO OR WS-QTD-NOMES = 700
                   READ FIL-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "F" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE FIL-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE FIL-NOME TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE FIL-FILE
           END-IF
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO OR WS-QTD-NOMES = 700
                   READ PRO-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "P" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE PRO-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE PRO-DESCRICAO
                               TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE PRO-FILE
           END-IF
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT LOJ-FILE
           IF WS-LOJ-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO OR WS-QTD-NOMES = 700
                   READ LOJ-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NOMES
                           MOVE "L" TO WS-NOM-DIM(WS-QTD-NOMES)
                           MOVE LOJ-CODIGO
                               TO WS-NOM-CHAVE(WS-QTD-NOMES)
                           MOVE LOJ-NOME TO WS-NOM-NOME(WS-QTD-NOMES)
                   END-READ
               END-PERFORM
               CLOSE LOJ-FILE
           END-IF
           .

       P500-IMPRIME-RELATORIO.
           MOVE "RENTRPT " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
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
           STRING "RENTABILIDADE POR CONTRATO, PRODUTO, LOJISTA E "
                  "FILIAL - COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "TAXA DE CAPTACAO " WS-TAXA-CAPTACAO
                  " VIGENTE DESDE " WS-DATA-TAXA
                  " SOBRE O SALDO DA POSICAO DE " WS-DATA-POSICAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CUSTOS (CAPTACAO, PROVISAO, PERDAS) EM POSITIVO; "
                  "NEGATIVO = REVERSAO OU RECUPERACAO. MARGEM% SOBRE "
                  "AS RECEITAS."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

      *>   DETALHE POR CONTRATO - SO NO ARQUIVO, A TELA FICA COM OS
      *>   CONSOLIDADOS.
           PERFORM P590-ESCREVE-LINHA
           MOVE "POR CONTRATO (NOME = PRODUTO/LOJISTA)"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P520-CABECALHO-COLUNAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTRATOS
               PERFORM P530-CONTRATO THRU P530-SAIDA
           END-PERFORM
           DISPLAY "DETALHE POR CONTRATO GRAVADO SOMENTE EM RENTAB.RPT"

           MOVE "P" TO WS-DIM
           MOVE "POR PRODUTO" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "L" TO WS-DIM
           MOVE "POR LOJISTA" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "F" TO WS-DIM
           MOVE "POR FILIAL" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "T" TO WS-DIM
           MOVE "TOTAL DA CASA" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO

           IF WS-SEM-CONTRATO > ZEROS
               PERFORM P590-ESCREVE-LINHA
               STRING "MOVIMENTOS SEM CONTRATO NO FINMAST (FORA DO "
                      "RELATORIO): " WS-SEM-CONTRATO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM RENTAB.RPT"
           .

       P510-IMPRIME-DIMENSAO.
           PERFORM P590-ESCREVE-LINHA
           PERFORM P520-CABECALHO-COLUNAS
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                   PERFORM P550-IMPRIME-AGREGADO
               END-IF
           END-PERFORM
           .

       P520-CABECALHO-COLUNAS.
           STRING "CHAVE    NOME               JUROS      TARIFAS"
                  "     ENCARGOS DESC.LOJISTA     CAPTACAO     PROVISAO"
                  "       PERDAS       MARGEM  MARG%"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P530-CONTRATO.
           MOVE WS-CTR-JUROS(WS-IDX)     TO WS-CMP-VALOR(1)
           MOVE WS-CTR-TARIFA(WS-IDX)    TO WS-CMP-VALOR(2)
           MOVE WS-CTR-ENCARGOS(WS-IDX)  TO WS-CMP-VALOR(3)
           MOVE WS-CTR-DESCONTO(WS-IDX)  TO WS-CMP-VALOR(4)
           MOVE WS-CTR-CAPTACAO(WS-IDX)  TO WS-CMP-VALOR(5)
           MOVE WS-CTR-PROVISAO(WS-IDX)  TO WS-CMP-VALOR(6)
           MOVE WS-CTR-PERDAS(WS-IDX)    TO WS-CMP-VALOR(7)
           IF WS-CMP-VALOR(1) = ZEROS AND WS-CMP-VALOR(2) = ZEROS
              AND WS-CMP-VALOR(3) = ZEROS AND WS-CMP-VALOR(4) = ZEROS
              AND WS-CMP-VALOR(5) = ZEROS AND WS-CMP-VALOR(6) = ZEROS
              AND WS-CMP-VALOR(7) = ZEROS
               GO TO P530-SAIDA
           END-IF
           COMPUTE WS-CMP-VALOR(8) = WS-CMP-VALOR(1) + WS-CMP-VALOR(2)
                   + WS-CMP-VALOR(3) + WS-CMP-VALOR(4)
                   - WS-CMP-VALOR(5) - WS-CMP-VALOR(6)
                   - WS-CMP-VALOR(7)

           MOVE SPACES TO WS-LINHA-ITEM
           MOVE WS-CTR-CONTRATO(WS-IDX) TO WS-LI-CHAVE
           STRING WS-CTR-PRODUTO(WS-IDX) "/" WS-CTR-LOJISTA(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LI-NOME
           PERFORM P560-EDITA-VALORES
           MOVE WS-LINHA-ITEM TO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS

           MOVE "P" TO WS-DIM
           MOVE WS-CTR-PRODUTO(WS-IDX) TO WS-CHAVE
           PERFORM P540-SOMA-DIMENSAO
           IF WS-CTR-LOJISTA(WS-IDX) > ZEROS
               MOVE "L" TO WS-DIM
               MOVE WS-CTR-LOJISTA(WS-IDX) TO WS-CHAVE
               PERFORM P540-SOMA-DIMENSAO
           END-IF
           MOVE "F" TO WS-DIM
           MOVE WS-CTR-FILIAL(WS-IDX) TO WS-CHAVE
           PERFORM P540-SOMA-DIMENSAO
           MOVE "T" TO WS-DIM
           MOVE "TOTAL" TO WS-CHAVE
           PERFORM P540-SOMA-DIMENSAO
           .
       P530-SAIDA.
           EXIT.

       P540-SOMA-DIMENSAO.
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                  AND WS-AGR-CHAVE(WS-AGR-IDX) = WS-CHAVE
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGR-ACHADO = ZEROS AND WS-QTD-AGREGADOS < 3000
               ADD 1 TO WS-QTD-AGREGADOS
               MOVE WS-QTD-AGREGADOS TO WS-AGR-ACHADO
               MOVE WS-DIM   TO WS-AGR-DIM(WS-AGR-ACHADO)
               MOVE WS-CHAVE TO WS-AGR-CHAVE(WS-AGR-ACHADO)
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > 8
                   MOVE ZEROS TO WS-AGR-VALOR(WS-AGR-ACHADO WS-CMP-IDX)
               END-PERFORM
           END-IF
           IF WS-AGR-ACHADO > ZEROS
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > 8
                   ADD WS-CMP-VALOR(WS-CMP-IDX)
                       TO WS-AGR-VALOR(WS-AGR-ACHADO WS-CMP-IDX)
               END-PERFORM
           END-IF
           .

       P550-IMPRIME-AGREGADO.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > 8
               MOVE WS-AGR-VALOR(WS-AGR-IDX WS-CMP-IDX)
                   TO WS-CMP-VALOR(WS-CMP-IDX)
           END-PERFORM
           MOVE SPACES TO WS-NOME
           PERFORM VARYING WS-NOM-IDX FROM 1 BY 1
                   UNTIL WS-NOM-IDX > WS-QTD-NOMES
               IF WS-NOM-DIM(WS-NOM-IDX) = WS-DIM
                  AND WS-NOM-CHAVE(WS-NOM-IDX) =
                      WS-AGR-CHAVE(WS-AGR-IDX)
                   MOVE WS-NOM-NOME(WS-NOM-IDX) TO WS-NOME
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINHA-ITEM
           MOVE WS-AGR-CHAVE(WS-AGR-IDX) TO WS-LI-CHAVE
           MOVE WS-NOME TO WS-LI-NOME
           PERFORM P560-EDITA-VALORES
           MOVE WS-LINHA-ITEM TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P560-EDITA-VALORES.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > 8
               MOVE WS-CMP-VALOR(WS-CMP-IDX)
                   TO WS-LI-VALOR(WS-CMP-IDX)
           END-PERFORM
           COMPUTE WS-RECEITA = WS-CMP-VALOR(1) + WS-CMP-VALOR(2)
                              + WS-CMP-VALOR(3) + WS-CMP-VALOR(4)
           IF WS-RECEITA > ZEROS
               COMPUTE WS-PCT ROUNDED =
                       WS-CMP-VALOR(8) * 100 / WS-RECEITA
                   ON SIZE ERROR
                       MOVE -999,9 TO WS-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-LI-PCT
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P595-GRAVA-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
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

       END PROGRAM rentRpt.
