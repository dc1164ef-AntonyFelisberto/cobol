      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end result closing (encerramento do exercicio) of
      *          one company in the company ledger SALDOCTB.DAT - once
      *          December is closed (PERIODO.DAT E or F for AAAA12) and
      *          the ledger has received the feed up to that close,
      *          transfers the balance of every result account
      *          (PLACTB.cpy group 4) at the end of the year to 61001
      *          lucros ou prejuizos acumulados: the December row of
      *          each account gets the opposite of its balance in the
      *          closing column, 61001 gets the sum, and the same
      *          transfer goes to the GL package as ENCERRAM entries on
      *          CONTABIL.DAT and CONTABHIS.DAT, so the new year opens
      *          with the result accounts at zero and the year's profit
      *          or loss in retained earnings. Running again for the
      *          same year only sweeps what was posted to December
      *          after the first run. Records the run (E row, who and
      *          when) and prints ENCERRA.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. encerra.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RZS-FILE ASSIGN TO "SALDOCTB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RZS-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT RPT-FILE ASSIGN TO "ENCERRA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RZS-FILE.
           COPY RZSFD.

       FD  PER-FILE.
           COPY PERFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY PLACTB.
           COPY RZSTAB.

       01  WS-VARIAVEIS.
           03  WS-RZS-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-RZS-EOF          PIC X.
               88  FIM-RAZAO          VALUE "S".
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-TRANSB-SW        PIC X VALUE "N".
               88  RAZAO-TRANSBORDOU  VALUE "S".
           03  WS-RECALC-SW        PIC X.
               88  FIM-RECALCULO      VALUE "S".
           03  WS-DEZ-FECHADO      PIC X.
           03  WS-EMPRESA          PIC 9(02).
           03  WS-PER-EMPRESA      PIC 9(02).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-EXERCICIO        PIC 9(4).
           03  WS-EXERCICIO-SEG    PIC 9(4).
           03  WS-COMP-DEZEMBRO    PIC 9(6).
           03  WS-DATA-DEZEMBRO    PIC 9(8).
           03  WS-DT-FECHAMENTO    PIC 9(8).
           03  WS-DATA-CONTROLE    PIC 9(8).
           03  WS-RZ-IDX           PIC 9(05).
           03  WS-RZ-IDX2          PIC 9(05).
           03  WS-RZ-ACHADO        PIC 9(05).
           03  WS-RZ-ANTERIOR      PIC 9(05).
           03  WS-CHV-TIPO         PIC X(01).
           03  WS-CHV-EMPRESA      PIC 9(02).
           03  WS-CHV-CONTA        PIC 9(05).
           03  WS-CHV-DATA         PIC 9(8).
           03  WS-COMP-ATUAL       PIC 9(8).
           03  WS-COMP-PROXIMA     PIC 9(8).
           03  WS-CTA-IDX          PIC 9(03).
           03  WS-SALDO-CONTA      PIC S9(12)V99.
           03  WS-TOTAL-TRANSFERIDO PIC S9(13)V99.
           03  WS-QTD-CONTAS       PIC 9(03).
           03  WS-SALDO-AUX        PIC S9(13)V99.
           03  WS-SALDO-ED-AUX     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-DC-AUX           PIC X(01).
           03  WS-LINHA-EDIT       PIC X(132).

      *>   CONTAS TRANSFERIDAS NESTA RODADA, PARA O RELATORIO.
       01  WS-TABELA-TRANSF.
           03  WS-TRF-ITEM OCCURS 20 TIMES.
               05  WS-TRF-CONTA    PIC 9(05).
               05  WS-TRF-NOME     PIC X(30).
               05  WS-TRF-SALDO    PIC S9(12)V99.

       01  WS-LINHA-CONTA.
           03  WS-LC-CONTA         PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-NOME          PIC X(30).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-SALDO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-SALDO      PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-TRANSFERIDO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-TRANSF     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE ZEROS TO WS-QTD-RZS
           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE ZEROS TO WS-TOTAL-TRANSFERIDO
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           MOVE "N" TO WS-TRANSB-SW

      *>   O ENCERRAMENTO E DOS LIVROS DE UMA EMPRESA - NO CONSOLIDADO
      *>   NAO HA O QUE ENCERRAR.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-EMPRESA = ZEROS
               DISPLAY "SESSAO CONSOLIDADA - ENCERRAMENTO E POR "
                       "EMPRESA. NADA FEITO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE EMU-EMPRESA TO WS-EMPRESA
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME

           DISPLAY "EXERCICIO A ENCERRAR (AAAA): "
           ACCEPT WS-EXERCICIO
           COMPUTE WS-COMP-DEZEMBRO = WS-EXERCICIO * 100 + 12
           COMPUTE WS-DATA-DEZEMBRO = WS-COMP-DEZEMBRO * 100
           COMPUTE WS-EXERCICIO-SEG = WS-EXERCICIO + 1

           PERFORM P100-BUSCA-DEZEMBRO
           IF WS-DEZ-FECHADO NOT = "S"
               DISPLAY "COMPETENCIA " WS-COMP-DEZEMBRO " NAO FECHADA "
                       "PARA A EMPRESA " WS-EMPRESA
                       " - FECHE DEZEMBRO ANTES DE ENCERRAR O "
                       "EXERCICIO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P150-CARREGA-RAZAO
           IF WS-RZS-STATUS = "35"
               DISPLAY "SALDOCTB.DAT NAO ENCONTRADO - RAZAO NAO "
                       "IMPLANTADO, NADA A ENCERRAR."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- NADA FEITO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *>   O RAZAO PRECISA TER RECEBIDO O FEED ATE O FECHAMENTO DE
      *>   DEZEMBRO - ANTES DISSO OS SALDOS AINDA NAO SAO OS DO ANO.
           IF WS-DATA-CONTROLE < WS-DT-FECHAMENTO
               DISPLAY "RAZAO ATUALIZADO ATE " WS-DATA-CONTROLE
                       " - DEZEMBRO FECHADO EM " WS-DT-FECHAMENTO
                       ". AGUARDE O LOTE DA NOITE (razao)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P300-ENCERRA-CONTAS
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- NADA FEITO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-QTD-CONTAS = ZEROS
               DISPLAY "EXERCICIO " WS-EXERCICIO " DA EMPRESA "
                       WS-EMPRESA " - NADA A ENCERRAR (CONTAS DE "
                       "RESULTADO ZERADAS EM DEZEMBRO)."
               MOVE ZEROS TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P400-RECALCULA-SALDOS
           PERFORM P450-REGISTRA-EXERCICIO
           PERFORM P700-REGRAVA-RAZAO
           PERFORM P500-RELATORIO
           DISPLAY "EXERCICIO " WS-EXERCICIO " ENCERRADO - "
                   WS-QTD-CONTAS " CONTA(S) TRANSFERIDA(S) PARA "
                   WS-PLA-LUCROS-ACUMULADOS "."
           DISPLAY "RELATORIO GRAVADO EM ENCERRA.RPT"
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P100-BUSCA-DEZEMBRO.
           MOVE "N" TO WS-DEZ-FECHADO
           MOVE ZEROS TO WS-DT-FECHAMENTO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P110-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
      *>           LINHA GRAVADA ANTES DA EMPRESA NO LAYOUT E DA 01.
                   IF PER-EMPRESA IS NUMERIC AND PER-EMPRESA > ZEROS
                       MOVE PER-EMPRESA TO WS-PER-EMPRESA
                   ELSE
                       MOVE 1 TO WS-PER-EMPRESA
                   END-IF
                   IF PER-COMPETENCIA = WS-COMP-DEZEMBRO
                      AND WS-PER-EMPRESA = WS-EMPRESA
                      AND (PER-FECHADA OR PER-FECHADA-EMPRESA)
                       MOVE "S" TO WS-DEZ-FECHADO
                       MOVE PER-DT-FECHAMENTO TO WS-DT-FECHAMENTO
                   END-IF
                   PERFORM P110-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           .

       P110-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P150-CARREGA-RAZAO.
           MOVE ZEROS TO WS-DATA-CONTROLE
           MOVE "N" TO WS-RZS-EOF
           OPEN INPUT RZS-FILE
           IF WS-RZS-STATUS = "00"
               PERFORM P160-LE-RAZAO
               PERFORM UNTIL FIM-RAZAO OR RAZAO-TRANSBORDOU
                   IF WS-QTD-RZS = 8000
                       SET RAZAO-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-RZS
                       MOVE RZS-REGISTRO TO WS-RZ-ITEM(WS-QTD-RZS)
                       IF RZS-CONTROLE
                           MOVE RZS-DATA TO WS-DATA-CONTROLE
                       END-IF
                       PERFORM P160-LE-RAZAO
                   END-IF
               END-PERFORM
               CLOSE RZS-FILE
           END-IF
           .

       P160-LE-RAZAO.
           READ RZS-FILE
               AT END SET FIM-RAZAO TO TRUE
           END-READ
           .

       P300-ENCERRA-CONTAS.
      *>   SALDO DE CADA CONTA DE RESULTADO NO FIM DE DEZEMBRO; O
      *>   QUE JA FOI ENCERRADO ANTES NAO APARECE (SALDO FINAL ZERO).
           MOVE WS-EMPRESA TO WS-CHV-EMPRESA
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-PLA-QTD
                      OR RAZAO-TRANSBORDOU
               IF WS-PLA-GRUPO(WS-CTA-IDX) = 4
                   MOVE WS-PLA-CONTA(WS-CTA-IDX) TO WS-CHV-CONTA
                   MOVE WS-DATA-DEZEMBRO TO WS-CHV-DATA
                   PERFORM P310-ULTIMA-MENSAL
                   IF WS-RZ-ANTERIOR > ZEROS
                       MOVE WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR)
                           TO WS-SALDO-CONTA
                       IF WS-SALDO-CONTA NOT = ZEROS
                           PERFORM P320-TRANSFERE-CONTA
                               THRU P320-SAIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       P320-TRANSFERE-CONTA.
           MOVE "M" TO WS-CHV-TIPO
           MOVE WS-DATA-DEZEMBRO TO WS-CHV-DATA
           PERFORM P330-LOCALIZA-LINHA
           IF WS-RZ-ACHADO = ZEROS
               GO TO P320-SAIDA
           END-IF
           SUBTRACT WS-SALDO-CONTA
               FROM WS-RZ-ENCERRAMENTO(WS-RZ-ACHADO)
           MOVE WS-DATA-HOJE TO WS-RZ-DT-ATUALIZACAO(WS-RZ-ACHADO)
           MOVE WS-OPERADOR  TO WS-RZ-OPERADOR(WS-RZ-ACHADO)

           MOVE WS-PLA-LUCROS-ACUMULADOS TO WS-CHV-CONTA
           PERFORM P330-LOCALIZA-LINHA
           IF WS-RZ-ACHADO = ZEROS
               GO TO P320-SAIDA
           END-IF
           ADD WS-SALDO-CONTA TO WS-RZ-ENCERRAMENTO(WS-RZ-ACHADO)
           MOVE WS-DATA-HOJE TO WS-RZ-DT-ATUALIZACAO(WS-RZ-ACHADO)
           MOVE WS-OPERADOR  TO WS-RZ-OPERADOR(WS-RZ-ACHADO)

           PERFORM P340-LANCA-CONTABIL
           ADD 1 TO WS-QTD-CONTAS
           MOVE WS-PLA-CONTA(WS-CTA-IDX) TO WS-TRF-CONTA(WS-QTD-CONTAS)
           MOVE WS-PLA-NOME(WS-CTA-IDX) TO WS-TRF-NOME(WS-QTD-CONTAS)
           MOVE WS-SALDO-CONTA TO WS-TRF-SALDO(WS-QTD-CONTAS)
           ADD WS-SALDO-CONTA TO WS-TOTAL-TRANSFERIDO
           .
       P320-SAIDA.
           EXIT.

       P330-LOCALIZA-LINHA.
      *>   LINHA WS-CHV-TIPO/EMPRESA/CONTA/DATA DO RAZAO; SE NAO HA,
      *>   E CRIADA ZERADA (O SALDO INICIAL VEM DO RECALCULO).
           MOVE ZEROS TO WS-RZ-ACHADO
           PERFORM VARYING WS-RZ-IDX2 FROM 1 BY 1
                   UNTIL WS-RZ-IDX2 > WS-QTD-RZS
                      OR WS-RZ-ACHADO > ZEROS
               IF WS-RZ-TIPO(WS-RZ-IDX2)    = WS-CHV-TIPO
                  AND WS-RZ-EMPRESA(WS-RZ-IDX2) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX2)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX2)    = WS-CHV-DATA
                   MOVE WS-RZ-IDX2 TO WS-RZ-ACHADO
               END-IF
           END-PERFORM
           IF WS-RZ-ACHADO = ZEROS
               IF WS-QTD-RZS = 8000
                   SET RAZAO-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-RZS
                   INITIALIZE WS-RZ-ITEM(WS-QTD-RZS)
                   MOVE WS-CHV-TIPO    TO WS-RZ-TIPO(WS-QTD-RZS)
                   MOVE WS-CHV-EMPRESA TO WS-RZ-EMPRESA(WS-QTD-RZS)
                   MOVE WS-CHV-CONTA   TO WS-RZ-CONTA(WS-QTD-RZS)
                   MOVE WS-CHV-DATA    TO WS-RZ-DATA(WS-QTD-RZS)
                   MOVE WS-QTD-RZS     TO WS-RZ-ACHADO
               END-IF
           END-IF
           .

       P340-LANCA-CONTABIL.
      *>   A MESMA TRANSFERENCIA VAI AO PACOTE CONTABIL - SALDO
      *>   DEVEDOR (DESPESA) SAI A CREDITO DA CONTA, CREDOR (RECEITA)
      *>   A DEBITO.
           OPEN EXTEND CTB-FILE
           IF WS-CTB-STATUS = "35"
               OPEN OUTPUT CTB-FILE
               CLOSE CTB-FILE
               OPEN EXTEND CTB-FILE
           END-IF
           OPEN EXTEND CTH-FILE
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CTH-FILE
               CLOSE CTH-FILE
               OPEN EXTEND CTH-FILE
           END-IF
           MOVE "D"          TO CTB-TIPO
           MOVE WS-DATA-HOJE TO CTB-DATA
           MOVE "ENCERRAM"   TO CTB-EVENTO
           IF WS-SALDO-CONTA > ZEROS
               MOVE WS-PLA-LUCROS-ACUMULADOS TO CTB-CONTA-DEBITO
               MOVE WS-PLA-CONTA(WS-CTA-IDX) TO CTB-CONTA-CREDITO
               MOVE WS-SALDO-CONTA           TO CTB-VALOR
           ELSE
               MOVE WS-PLA-CONTA(WS-CTA-IDX) TO CTB-CONTA-DEBITO
               MOVE WS-PLA-LUCROS-ACUMULADOS TO CTB-CONTA-CREDITO
               COMPUTE CTB-VALOR = ZEROS - WS-SALDO-CONTA
           END-IF
           MOVE ZEROS        TO CTB-CONTRATO
           MOVE WS-EMPRESA   TO CTB-EMPRESA
           WRITE CTB-REGISTRO
           MOVE CTB-REGISTRO TO CTH-LINHA
           WRITE CTH-LINHA
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P310-ULTIMA-MENSAL.
      *>   LINHA MENSAL MAIS RECENTE DE WS-CHV-EMPRESA/CONTA COM DATA
      *>   ATE WS-CHV-DATA - ZERO QUANDO A CONTA AINDA NAO TEM.
           MOVE ZEROS TO WS-RZ-ANTERIOR
           PERFORM VARYING WS-RZ-IDX2 FROM 1 BY 1
                   UNTIL WS-RZ-IDX2 > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX2) = "M"
                  AND WS-RZ-EMPRESA(WS-RZ-IDX2) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX2)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX2)   <= WS-CHV-DATA
                   IF WS-RZ-ANTERIOR = ZEROS
                       MOVE WS-RZ-IDX2 TO WS-RZ-ANTERIOR
                   ELSE
                       IF WS-RZ-DATA(WS-RZ-IDX2)
                          > WS-RZ-DATA(WS-RZ-ANTERIOR)
                           MOVE WS-RZ-IDX2 TO WS-RZ-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       P400-RECALCULA-SALDOS.
      *>   MESMO RECALCULO DO razao: O ENCERRAMENTO DE DEZEMBRO SE
      *>   PROPAGA PARA OS SALDOS INICIAIS DO ANO SEGUINTE.
           MOVE ZEROS TO WS-COMP-ATUAL
           MOVE "N" TO WS-RECALC-SW
           PERFORM P410-PROXIMA-COMPETENCIA UNTIL FIM-RECALCULO
           .

       P410-PROXIMA-COMPETENCIA.
           MOVE 99999999 TO WS-COMP-PROXIMA
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                  AND WS-RZ-DATA(WS-RZ-IDX) > WS-COMP-ATUAL
                  AND WS-RZ-DATA(WS-RZ-IDX) < WS-COMP-PROXIMA
                   MOVE WS-RZ-DATA(WS-RZ-IDX) TO WS-COMP-PROXIMA
               END-IF
           END-PERFORM
           IF WS-COMP-PROXIMA = 99999999
               SET FIM-RECALCULO TO TRUE
           ELSE
               PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                       UNTIL WS-RZ-IDX > WS-QTD-RZS
                   IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                      AND WS-RZ-DATA(WS-RZ-IDX) = WS-COMP-PROXIMA
                       PERFORM P420-RECALCULA-LINHA
                   END-IF
               END-PERFORM
               MOVE WS-COMP-PROXIMA TO WS-COMP-ATUAL
           END-IF
           .

       P420-RECALCULA-LINHA.
           MOVE WS-RZ-EMPRESA(WS-RZ-IDX) TO WS-CHV-EMPRESA
           MOVE WS-RZ-CONTA(WS-RZ-IDX)   TO WS-CHV-CONTA
           COMPUTE WS-CHV-DATA = WS-RZ-DATA(WS-RZ-IDX) - 1
           PERFORM P310-ULTIMA-MENSAL
           IF WS-RZ-ANTERIOR > ZEROS
               MOVE WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR)
                   TO WS-RZ-SALDO-INICIAL(WS-RZ-IDX)
           END-IF
           COMPUTE WS-RZ-SALDO-FINAL(WS-RZ-IDX) =
                   WS-RZ-SALDO-INICIAL(WS-RZ-IDX)
                 + WS-RZ-DEBITOS(WS-RZ-IDX)
                 - WS-RZ-CREDITOS(WS-RZ-IDX)
                 + WS-RZ-ENCERRAMENTO(WS-RZ-IDX)
           .

       P450-REGISTRA-EXERCICIO.
      *>   UMA LINHA E POR RODADA: QUEM ENCERROU, QUANDO E QUANTO
      *>   FOI PARA LUCROS OU PREJUIZOS ACUMULADOS.
           IF WS-QTD-RZS < 8000
               ADD 1 TO WS-QTD-RZS
               INITIALIZE WS-RZ-ITEM(WS-QTD-RZS)
               MOVE "E"        TO WS-RZ-TIPO(WS-QTD-RZS)
               MOVE WS-EMPRESA TO WS-RZ-EMPRESA(WS-QTD-RZS)
               MOVE WS-PLA-LUCROS-ACUMULADOS
                   TO WS-RZ-CONTA(WS-QTD-RZS)
               COMPUTE WS-RZ-DATA(WS-QTD-RZS) = WS-EXERCICIO * 10000
               MOVE WS-TOTAL-TRANSFERIDO
                   TO WS-RZ-ENCERRAMENTO(WS-QTD-RZS)
               MOVE WS-DATA-HOJE TO WS-RZ-DT-ATUALIZACAO(WS-QTD-RZS)
               MOVE WS-OPERADOR  TO WS-RZ-OPERADOR(WS-QTD-RZS)
           END-IF
           .

       P500-RELATORIO.
           MOVE "ENCERRA" TO WS-RPT-PROGRAMA
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
           STRING "ENCERRAMENTO DO EXERCICIO " WS-EXERCICIO
                  " - OPERADOR " WS-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTA NOME                           "
                  "   SALDO EM DEZEMBRO   "
                  "  TRANSFERIDO A " WS-PLA-LUCROS-ACUMULADOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           PERFORM P510-LINHA-CONTA
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-QTD-CONTAS

           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOTAL-TRANSFERIDO TO WS-SALDO-AUX
           PERFORM P580-EDITA-SALDO
           IF WS-TOTAL-TRANSFERIDO > ZEROS
               STRING "RESULTADO DO EXERCICIO TRANSFERIDO: "
                      WS-SALDO-ED-AUX " (PREJUIZO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "RESULTADO DO EXERCICIO TRANSFERIDO: "
                      WS-SALDO-ED-AUX " (LUCRO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA

           MOVE WS-PLA-LUCROS-ACUMULADOS TO WS-CHV-CONTA
           MOVE WS-DATA-DEZEMBRO TO WS-CHV-DATA
           PERFORM P310-ULTIMA-MENSAL
           MOVE ZEROS TO WS-SALDO-AUX
           IF WS-RZ-ANTERIOR > ZEROS
               MOVE WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR) TO WS-SALDO-AUX
           END-IF
           PERFORM P580-EDITA-SALDO
           STRING "SALDO DE ABERTURA DE " WS-PLA-LUCROS-ACUMULADOS
                  " LUCROS OU PREJUIZOS ACUMULADOS EM "
                  WS-EXERCICIO-SEG ": " WS-SALDO-ED-AUX " " WS-DC-AUX
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "LANCAMENTOS ENCERRAM GRAVADOS NO CONTABIL.DAT: "
                  WS-QTD-CONTAS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P510-LINHA-CONTA.
           MOVE WS-TRF-CONTA(WS-CTA-IDX) TO WS-LC-CONTA
           MOVE WS-TRF-NOME(WS-CTA-IDX)  TO WS-LC-NOME
           MOVE WS-TRF-SALDO(WS-CTA-IDX) TO WS-SALDO-AUX
           PERFORM P580-EDITA-SALDO
           MOVE WS-SALDO-ED-AUX TO WS-LC-SALDO
           MOVE WS-DC-AUX       TO WS-LC-DC-SALDO
           COMPUTE WS-SALDO-AUX = ZEROS - WS-TRF-SALDO(WS-CTA-IDX)
           PERFORM P580-EDITA-SALDO
           MOVE WS-SALDO-ED-AUX TO WS-LC-TRANSFERIDO
           MOVE WS-DC-AUX       TO WS-LC-DC-TRANSF
           MOVE WS-LINHA-CONTA  TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P580-EDITA-SALDO.
      *>   SALDO DEVEDOR-POSITIVO EM VALOR ABSOLUTO COM D OU C.
           IF WS-SALDO-AUX < ZEROS
               COMPUTE WS-SALDO-ED-AUX = ZEROS - WS-SALDO-AUX
               MOVE "C" TO WS-DC-AUX
           ELSE
               MOVE WS-SALDO-AUX TO WS-SALDO-ED-AUX
               IF WS-SALDO-AUX > ZEROS
                   MOVE "D" TO WS-DC-AUX
               ELSE
                   MOVE SPACE TO WS-DC-AUX
               END-IF
           END-IF
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P700-REGRAVA-RAZAO.
           OPEN OUTPUT RZS-FILE
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) NOT = "X"
                   MOVE WS-RZ-ITEM(WS-RZ-IDX) TO RZS-REGISTRO
                   WRITE RZS-REGISTRO
               END-IF
           END-PERFORM
           CLOSE RZS-FILE
           .

       END PROGRAM encerra.
