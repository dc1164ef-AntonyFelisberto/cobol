      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly IOF collection report and DARF calculation -
      *          for one competencia (AAAAMM) totals the IOF withheld
      *          on every contract booked, refinanced or rescheduled
      *          in the month (FIN-DT-CONTRATO, FIN-VALOR-IOF on
      *          FINMAST.DAT) less the IOF returned on the cooling-off
      *          cancellations of the month (CANCELAM on LIQUIDAC.LOG),
      *          split into the additional rate (0,38% of the amount
      *          financed) and the daily rate (the rest of the
      *          contract IOF). The contract side is proved against
      *          the IOF/IOFESTOR entries the month sent to the GL
      *          (CONTABHIS.DAT), contract by contract: any difference
      *          stops the report before the DARF, lists the
      *          contracts that differ and returns a non-zero code,
      *          the way glRecon stops the close. When the two sides
      *          agree it prints the DARF data per decendio (codigo
      *          de receita, periodo de apuracao, valor and due date
      *          on the third business day after the decendio, holidays
      *          from FERIADOS.DAT through diaUtil); a decendio under
      *          the DARF minimum is carried to the next one. Output to
      *          IOFDARF.RPT and the screen, RPTHDR.cpy header.
      *          The DARF is paid by each legal entity: the report
      *          runs for one company (the session's, or asked for
      *          when the run is consolidated and the group has more
      *          than one) and is then filed as IOFDARF-Enn.RPT -
      *          the run says so, and the operator copies it before
      *          another company's run rewrites IOFDARF.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. iofRpt.

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

               SELECT LIQ-FILE ASSIGN TO "LIQUIDAC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIQ-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT RPT-FILE ASSIGN TO "IOFDARF.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  LIQ-FILE.
           COPY LIQFD.

       FD  CTH-FILE.
           COPY CTBFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

      *>   ALIQUOTA ADICIONAL DO IOF, A MESMA QUE A CONTRATACAO
      *>   COBRA; O QUE O CONTRATO TRAZ ACIMA DELA E IOF DIARIO.
       77  WS-TAXA-IOF             PIC 9V9999 VALUE 0,0038.
      *>   IOF CREDITO PESSOA FISICA E O DARF MINIMO DA RECEITA.
       77  WS-COD-RECEITA          PIC 9(04) VALUE 7893.
       77  WS-DARF-MINIMO          PIC 9(03)V99 VALUE 10,00.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-LIQ-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-LIQ-EOF          PIC X VALUE "N".
               88  FIM-LIQUIDACOES    VALUE "S".
           03  WS-CTH-EOF          PIC X VALUE "N".
               88  FIM-HISTORICO      VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-ANO     PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-DATA-COMPET      PIC 9(6).
           03  WS-DATA-MOVTO       PIC 9(8).
           03  WS-DATA-MOVTO-QUEBRA REDEFINES WS-DATA-MOVTO.
               05  FILLER          PIC 9(6).
               05  WS-MOVTO-DIA    PIC 9(2).
           03  WS-DECENDIO         PIC 9.
           03  WS-DEC-IDX          PIC 9.
           03  WS-TIPO-MOVTO       PIC X(12).
           03  WS-SINAL            PIC S9 VALUE +1.
           03  WS-BASE-IOF         PIC 9(08)V99.
           03  WS-IOF-ADICIONAL    PIC 9(08)V99.
           03  WS-IOF-DIARIO       PIC 9(08)V99.
           03  WS-IOF-ACHOU        PIC 9(05).
           03  WS-CONTRATO-BUSCA   PIC 9(06).
           03  WS-IOF-IDX          PIC 9(05).
           03  WS-TABELA-CHEIA     PIC X VALUE "N".
               88  TABELA-TRANSBORDOU VALUE "S".
           03  WS-TEM-DIVERGENCIA  PIC X VALUE "N".
               88  IOF-DIVERGE        VALUE "S".
           03  WS-QTD-CONTRATADOS  PIC 9(05) VALUE ZEROS.
           03  WS-QTD-CANCELADOS   PIC 9(05) VALUE ZEROS.
           03  WS-TOT-CONTRATADO   PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-CANCELADO    PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-ADICIONAL    PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-DIARIO       PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-CONTRATOS    PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-RAZAO-IOF    PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-RAZAO-EST    PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-RAZAO        PIC S9(10)V99 VALUE ZEROS.
           03  WS-DIFERENCA        PIC S9(10)V99 VALUE ZEROS.
           03  WS-A-RECOLHER       PIC S9(10)V99 VALUE ZEROS.
           03  WS-TRANSPORTE       PIC S9(10)V99 VALUE ZEROS.
           03  WS-TOT-DARF         PIC S9(10)V99 VALUE ZEROS.
           03  WS-FIM-DECENDIO     PIC 9(8).
           03  WS-DATA-VENCTO      PIC 9(8).
           03  WS-DATA-VENCTO-QUEBRA REDEFINES WS-DATA-VENCTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-PRIMEIRO-DIA     PIC 9(8).
           03  WS-BASE-ED          PIC ZZ.ZZZ.ZZ9,99.
           03  WS-ADIC-ED          PIC -Z.ZZZ.ZZ9,99.
           03  WS-DIARIO-ED        PIC -Z.ZZZ.ZZ9,99.
           03  WS-VALOR-ED         PIC -ZZ.ZZZ.ZZ9,99.
           03  WS-VALOR2-ED        PIC -ZZ.ZZZ.ZZ9,99.
           03  WS-VALOR3-ED        PIC -ZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(90).
           03  WS-EMPRESA-CNPJ     PIC 9(14).
           03  WS-NA-EMPRESA       PIC X.
               88  ITEM-DA-EMPRESA    VALUE "S".

      *>   IOF DO MES POR CONTRATO, DOS DOIS LADOS DA PROVA.
       01  WS-QTD-IOF              PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-IOF.
           03  WS-IOF-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-IOF.
               05  WS-IOF-CONTRATO PIC 9(06).
               05  WS-IOF-CONTRATOS PIC S9(08)V99.
               05  WS-IOF-RAZAO    PIC S9(08)V99.

       01  WS-TABELA-DECENDIOS.
           03  WS-DEC-ITEM OCCURS 3 TIMES.
               05  WS-DEC-ADICIONAL PIC S9(10)V99.
               05  WS-DEC-DIARIO   PIC S9(10)V99.
               05  WS-DEC-TOTAL    PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO IOF (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM
           INITIALIZE WS-TABELA-DECENDIOS

           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE "P" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-EMPRESA = ZEROS
               DISPLAY "EMPRESA NAO INFORMADA - DARF NAO APURADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           MOVE EMU-CNPJ    TO WS-EMPRESA-CNPJ

           PERFORM P050-ABRE-RELATORIO
           OPEN INPUT FIN-FILE
           PERFORM P200-CONTRATOS-DO-MES
           PERFORM P300-CANCELAMENTOS-DO-MES
           CLOSE FIN-FILE
           PERFORM P400-ACUMULA-RAZAO THRU P400-SAIDA
           IF TABELA-TRANSBORDOU
               DISPLAY "AVISO: MAIS DE 5000 CONTRATOS COM IOF NO MES "
                       "- EXCEDENTE SO ENTRA NOS TOTAIS."
           END-IF

           PERFORM P500-IMPRIME-TOTAIS
           PERFORM P550-CONFERE-RAZAO
           IF IOF-DIVERGE
               PERFORM P590-ESCREVE-LINHA
               STRING "IOF DOS CONTRATOS DIVERGE DO RAZAO - DARF "
                      "NAO CALCULADO. ACERTE O LANCAMENTO E RODE "
                      "DE NOVO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P600-CALCULA-DARF
           END-IF

           PERFORM P900-FECHA-RELATORIO
           MOVE "A"           TO EMU-FUNCAO
           MOVE WS-RPT-EMPRESA TO EMU-EMPRESA
           MOVE "IOFDARF.RPT" TO EMU-ARQUIVO
           CALL "empUtil" USING EMU-PARAMETROS
           DISPLAY "RELATORIO GRAVADO EM IOFDARF.RPT"
           IF EMU-ARQUIVO NOT = "IOFDARF.RPT"
               DISPLAY "COPIE-O PARA " EMU-ARQUIVO
                       " ANTES DE RODAR OUTRA EMPRESA."
           END-IF
           GOBACK.

       P050-ABRE-RELATORIO.
           MOVE "IOFRPT  " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
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
                  WS-RPT-EMPRESA-NOME "  CNPJ: " WS-EMPRESA-CNPJ
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "APURACAO DO IOF SOBRE OPERACOES DE CREDITO - "
                  "COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATO DATA     MOVIMENTO     BASE FINANCIADA"
                  "   IOF ADICIONAL    IOF DIARIO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-CONTRATOS-DO-MES.
      *>   CONTRATACAO, REFINANCIAMENTO E REPACTUACAO DO MUTIRAO
      *>   REGRAVAM FIN-DT-CONTRATO E FIN-VALOR-IOF - E O MESMO
      *>   CRITERIO PELO QUAL O glExtract LANCA O IOF NO RAZAO.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL: " WS-FIN-STATUS
           ELSE
               MOVE ZEROS TO FIN-CONTRATO
               START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO WS-FIN-STATUS
                       PERFORM P210-LE-CONTRATO
                               UNTIL WS-FIN-STATUS NOT = "00"
               END-START
           END-IF
           .

       P210-LE-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   COMPUTE WS-DATA-COMPET = FIN-DT-CONTRATO / 100
                   PERFORM P270-CONTRATO-DA-EMPRESA
                   IF WS-DATA-COMPET = WS-COMPETENCIA
                      AND FIN-VALOR-IOF > ZEROS
                      AND ITEM-DA-EMPRESA
                       MOVE FIN-DT-CONTRATO TO WS-DATA-MOVTO
                       MOVE "CONTRATACAO " TO WS-TIPO-MOVTO
                       MOVE +1 TO WS-SINAL
                       ADD 1 TO WS-QTD-CONTRATADOS
                       ADD FIN-VALOR-IOF TO WS-TOT-CONTRATADO
                       PERFORM P250-APURA-MOVIMENTO
                   END-IF
           END-READ
           .

       P250-APURA-MOVIMENTO.
      *>   O ADICIONAL E 0,38% DA BASE FINANCIADA; O RESTO DO IOF
      *>   DO CONTRATO E A PARCELA DIARIA.
           COMPUTE WS-BASE-IOF = FIN-VALOR - FIN-ENTRADA
           COMPUTE WS-IOF-ADICIONAL ROUNDED =
                   WS-BASE-IOF * WS-TAXA-IOF
           IF WS-IOF-ADICIONAL > FIN-VALOR-IOF
               MOVE FIN-VALOR-IOF TO WS-IOF-ADICIONAL
           END-IF
           COMPUTE WS-IOF-DIARIO = FIN-VALOR-IOF - WS-IOF-ADICIONAL

           EVALUATE TRUE
               WHEN WS-MOVTO-DIA <= 10
                   MOVE 1 TO WS-DECENDIO
               WHEN WS-MOVTO-DIA <= 20
                   MOVE 2 TO WS-DECENDIO
               WHEN OTHER
                   MOVE 3 TO WS-DECENDIO
           END-EVALUATE
           COMPUTE WS-DEC-ADICIONAL(WS-DECENDIO) =
                   WS-DEC-ADICIONAL(WS-DECENDIO)
                   + WS-SINAL * WS-IOF-ADICIONAL
           COMPUTE WS-DEC-DIARIO(WS-DECENDIO) =
                   WS-DEC-DIARIO(WS-DECENDIO)
                   + WS-SINAL * WS-IOF-DIARIO
           COMPUTE WS-DEC-TOTAL(WS-DECENDIO) =
                   WS-DEC-TOTAL(WS-DECENDIO)
                   + WS-SINAL * FIN-VALOR-IOF
           COMPUTE WS-TOT-ADICIONAL =
                   WS-TOT-ADICIONAL + WS-SINAL * WS-IOF-ADICIONAL
           COMPUTE WS-TOT-DIARIO =
                   WS-TOT-DIARIO + WS-SINAL * WS-IOF-DIARIO
           COMPUTE WS-TOT-CONTRATOS =
                   WS-TOT-CONTRATOS + WS-SINAL * FIN-VALOR-IOF

           MOVE FIN-CONTRATO TO WS-CONTRATO-BUSCA
           PERFORM P260-LOCALIZA-CONTRATO THRU P260-SAIDA
           IF WS-IOF-ACHOU > ZEROS
               COMPUTE WS-IOF-CONTRATOS(WS-IOF-ACHOU) =
                       WS-IOF-CONTRATOS(WS-IOF-ACHOU)
                       + WS-SINAL * FIN-VALOR-IOF
           END-IF

           MOVE WS-BASE-IOF TO WS-BASE-ED
           COMPUTE WS-ADIC-ED = WS-SINAL * WS-IOF-ADICIONAL
           COMPUTE WS-DIARIO-ED = WS-SINAL * WS-IOF-DIARIO
           STRING FIN-CONTRATO "   " WS-DATA-MOVTO " "
                  WS-TIPO-MOVTO " " WS-BASE-ED "   "
                  WS-ADIC-ED " " WS-DIARIO-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P260-LOCALIZA-CONTRATO.
           MOVE ZEROS TO WS-IOF-ACHOU
           PERFORM VARYING WS-IOF-IDX FROM 1 BY 1
                   UNTIL WS-IOF-IDX > WS-QTD-IOF
               IF WS-IOF-CONTRATO(WS-IOF-IDX) = WS-CONTRATO-BUSCA
                   MOVE WS-IOF-IDX TO WS-IOF-ACHOU
                   GO TO P260-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-IOF = 5000
               SET TABELA-TRANSBORDOU TO TRUE
               GO TO P260-SAIDA
           END-IF
           ADD 1 TO WS-QTD-IOF
           MOVE WS-QTD-IOF TO WS-IOF-ACHOU
           MOVE WS-CONTRATO-BUSCA TO WS-IOF-CONTRATO(WS-IOF-ACHOU)
           MOVE ZEROS TO WS-IOF-CONTRATOS(WS-IOF-ACHOU)
           MOVE ZEROS TO WS-IOF-RAZAO(WS-IOF-ACHOU)
           .
       P260-SAIDA.
           EXIT.

       P270-CONTRATO-DA-EMPRESA.
           MOVE "E"             TO EMU-FUNCAO
           MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
           MOVE FIN-CONTRATO    TO EMU-CONTRATO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-RETORNO     TO WS-NA-EMPRESA
           .

       P300-CANCELAMENTOS-DO-MES.
      *>   O CANCELAMENTO NO PRAZO DE ARREPENDIMENTO DEVOLVE O IOF E
      *>   ABATE A APURACAO DO DECENDIO EM QUE FOI FEITO, MESMO QUE O
      *>   CONTRATO SEJA DO MES ANTERIOR.
           MOVE "N" TO WS-LIQ-EOF
           OPEN INPUT LIQ-FILE
           IF WS-LIQ-STATUS = "00"
               PERFORM P310-LE-LIQUIDACAO
               PERFORM UNTIL FIM-LIQUIDACOES
                   COMPUTE WS-DATA-COMPET = LIQ-DATA / 100
                   IF LIQ-EVENTO = "CANCELAM"
                      AND WS-DATA-COMPET = WS-COMPETENCIA
                       PERFORM P320-APURA-CANCELAMENTO
                   END-IF
                   PERFORM P310-LE-LIQUIDACAO
               END-PERFORM
               CLOSE LIQ-FILE
           END-IF
           .

       P310-LE-LIQUIDACAO.
           READ LIQ-FILE
               AT END SET FIM-LIQUIDACOES TO TRUE
           END-READ
           .

       P320-APURA-CANCELAMENTO.
           MOVE LIQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO CANCELADO FORA DO MASTER: "
                           LIQ-CONTRATO " - IOF NAO APURADO"
               NOT INVALID KEY
                   PERFORM P270-CONTRATO-DA-EMPRESA
                   IF FIN-VALOR-IOF > ZEROS AND ITEM-DA-EMPRESA
                       MOVE LIQ-DATA TO WS-DATA-MOVTO
                       MOVE "CANCELAMENTO" TO WS-TIPO-MOVTO
                       MOVE -1 TO WS-SINAL
                       ADD 1 TO WS-QTD-CANCELADOS
                       ADD FIN-VALOR-IOF TO WS-TOT-CANCELADO
                       PERFORM P250-APURA-MOVIMENTO
                   END-IF
           END-READ
           .

       P400-ACUMULA-RAZAO.
           MOVE "N" TO WS-CTH-EOF
           OPEN INPUT CTH-FILE
           IF WS-CTH-STATUS NOT = "00"
               DISPLAY "SEM HISTORICO CONTABIL (CONTABHIS.DAT) - "
                       "PROVA SEM BASE DO RAZAO."
               GO TO P400-SAIDA
           END-IF
           PERFORM P410-LE-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
               COMPUTE WS-DATA-COMPET = CTB-DATA / 100
               IF CTB-TIPO = "D"
                  AND WS-DATA-COMPET = WS-COMPETENCIA
                  AND (CTB-EVENTO = "IOF     "
                       OR CTB-EVENTO = "IOFESTOR")
                   MOVE "E"          TO EMU-FUNCAO
                   MOVE CTB-EMPRESA  TO EMU-EMPRESA
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF EMU-OK
                       PERFORM P420-SOMA-LANCAMENTO
                   END-IF
               END-IF
               PERFORM P410-LE-HISTORICO
           END-PERFORM
           CLOSE CTH-FILE
           .
       P400-SAIDA.
           EXIT.

       P410-LE-HISTORICO.
           READ CTH-FILE
               AT END SET FIM-HISTORICO TO TRUE
           END-READ
           .

       P420-SOMA-LANCAMENTO.
           IF CTB-EVENTO = "IOF     "
               MOVE +1 TO WS-SINAL
               ADD CTB-VALOR TO WS-TOT-RAZAO-IOF
           ELSE
               MOVE -1 TO WS-SINAL
               ADD CTB-VALOR TO WS-TOT-RAZAO-EST
           END-IF
           COMPUTE WS-TOT-RAZAO =
                   WS-TOT-RAZAO + WS-SINAL * CTB-VALOR
           MOVE CTB-CONTRATO TO WS-CONTRATO-BUSCA
           PERFORM P260-LOCALIZA-CONTRATO THRU P260-SAIDA
           IF WS-IOF-ACHOU > ZEROS
               COMPUTE WS-IOF-RAZAO(WS-IOF-ACHOU) =
                       WS-IOF-RAZAO(WS-IOF-ACHOU)
                       + WS-SINAL * CTB-VALOR
           END-IF
           .

       P500-IMPRIME-TOTAIS.
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-CONTRATADO TO WS-VALOR-ED
           STRING "IOF RETIDO NAS CONTRATACOES.......: "
                  WS-VALOR-ED "  (" WS-QTD-CONTRATADOS
                  " CONTRATOS)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-CANCELADO TO WS-VALOR-ED
           STRING "IOF DEVOLVIDO NOS CANCELAMENTOS...: "
                  WS-VALOR-ED "  (" WS-QTD-CANCELADOS
                  " CONTRATOS)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-ADICIONAL TO WS-VALOR-ED
           STRING "  IOF ADICIONAL (0,38%)...........: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-DIARIO TO WS-VALOR-ED
           STRING "  IOF DIARIO......................: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-CONTRATOS TO WS-VALOR-ED
           STRING "IOF LIQUIDO DOS CONTRATOS.........: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-RAZAO-IOF TO WS-VALOR-ED
           STRING "RAZAO - LANCAMENTOS IOF...........: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-RAZAO-EST TO WS-VALOR-ED
           STRING "RAZAO - LANCAMENTOS IOFESTOR......: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-RAZAO TO WS-VALOR-ED
           STRING "IOF LIQUIDO NO RAZAO (25001)......: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           COMPUTE WS-DIFERENCA = WS-TOT-CONTRATOS - WS-TOT-RAZAO
           MOVE WS-DIFERENCA TO WS-VALOR-ED
           STRING "DIFERENCA CONTRATOS X RAZAO.......: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P550-CONFERE-RAZAO.
      *>   A PROVA E POR CONTRATO - DIFERENCAS QUE SE COMPENSAM NO
      *>   TOTAL TAMBEM PARAM O DARF.
           IF WS-DIFERENCA NOT = ZEROS
               SET IOF-DIVERGE TO TRUE
           END-IF
           PERFORM VARYING WS-IOF-IDX FROM 1 BY 1
                   UNTIL WS-IOF-IDX > WS-QTD-IOF
               IF WS-IOF-CONTRATOS(WS-IOF-IDX)
                  NOT = WS-IOF-RAZAO(WS-IOF-IDX)
                   SET IOF-DIVERGE TO TRUE
                   PERFORM P560-LINHA-DIVERGENTE
               END-IF
           END-PERFORM
           .

       P560-LINHA-DIVERGENTE.
           MOVE WS-IOF-CONTRATOS(WS-IOF-IDX) TO WS-VALOR-ED
           MOVE WS-IOF-RAZAO(WS-IOF-IDX)     TO WS-VALOR2-ED
           STRING "  DIVERGE CONTRATO " WS-IOF-CONTRATO(WS-IOF-IDX)
                  " CONTRATOS " WS-VALOR-ED
                  " RAZAO " WS-VALOR2-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P600-CALCULA-DARF.
      *>   O IOF E APURADO POR DECENDIO E RECOLHIDO ATE O TERCEIRO
      *>   DIA UTIL SEGUINTE; VALOR ABAIXO DO DARF MINIMO OU CREDITO
      *>   DE CANCELAMENTOS PASSA PARA O DECENDIO SEGUINTE.
           PERFORM P590-ESCREVE-LINHA
           STRING "DARF - IOF OPERACOES DE CREDITO - CODIGO DA "
                  "RECEITA " WS-COD-RECEITA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "DEC APURACAO   ADICIONAL      DIARIO       "
                  "A RECOLHER VENCIMENTO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE ZEROS TO WS-TRANSPORTE
           PERFORM P610-DARF-DECENDIO
                   VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > 3
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-DARF TO WS-VALOR-ED
           STRING "TOTAL DE DARF DA COMPETENCIA......: "
                  WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF WS-TRANSPORTE NOT = ZEROS
               MOVE WS-TRANSPORTE TO WS-VALOR-ED
               STRING "SALDO PARA O 1O DECENDIO DA PROXIMA "
                      "COMPETENCIA: " WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P610-DARF-DECENDIO.
           EVALUATE WS-DEC-IDX
               WHEN 1
                   COMPUTE WS-FIM-DECENDIO =
                           WS-COMPETENCIA * 100 + 10
               WHEN 2
                   COMPUTE WS-FIM-DECENDIO =
                           WS-COMPETENCIA * 100 + 20
               WHEN 3
                   PERFORM P620-ULTIMO-DIA-MES
           END-EVALUATE
           COMPUTE WS-A-RECOLHER =
                   WS-DEC-TOTAL(WS-DEC-IDX) + WS-TRANSPORTE
           MOVE WS-DEC-ADICIONAL(WS-DEC-IDX) TO WS-VALOR-ED
           MOVE WS-DEC-DIARIO(WS-DEC-IDX)    TO WS-VALOR2-ED
           MOVE WS-A-RECOLHER                TO WS-VALOR3-ED
           IF WS-A-RECOLHER < WS-DARF-MINIMO
               MOVE WS-A-RECOLHER TO WS-TRANSPORTE
               STRING " " WS-DEC-IDX "  " WS-FIM-DECENDIO
                      WS-VALOR-ED WS-VALOR2-ED WS-VALOR3-ED
                      " SEM DARF - TRANSPORTA"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               MOVE ZEROS TO WS-TRANSPORTE
               ADD WS-A-RECOLHER TO WS-TOT-DARF
               MOVE WS-FIM-DECENDIO TO WS-DATA-VENCTO
               PERFORM P630-SOMA-DIA-UTIL 3 TIMES
               STRING " " WS-DEC-IDX "  " WS-FIM-DECENDIO
                      WS-VALOR-ED WS-VALOR2-ED WS-VALOR3-ED
                      " " WS-DATA-VENCTO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           .

       P620-ULTIMO-DIA-MES.
           IF WS-COMP-MES = 12
               COMPUTE WS-PRIMEIRO-DIA =
                       (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMEIRO-DIA =
                       WS-COMPETENCIA * 100 + 101
           END-IF
           COMPUTE WS-FIM-DECENDIO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA) - 1)
           .

       P630-SOMA-DIA-UTIL.
           COMPUTE WS-DATA-VENCTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCTO) + 1)
           CALL "diaUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P900-FECHA-RELATORIO.
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       END PROGRAM iofRpt.
