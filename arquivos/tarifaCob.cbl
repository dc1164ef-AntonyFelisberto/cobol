      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-fee collection from the credit balance - every
      *          night, after the bank returns (retorno, pixRet,
      *          consRet) have been posted, takes the pending service
      *          fees of TARITEM.DAT from the client's credit balance
      *          on CREDSALD.DAT. The boleto of the next parcela
      *          carries the client's pending fees on top of the
      *          parcela; the parcela is posted as usual and the
      *          surplus becomes a C row on CREDSALD.DAT, which this
      *          run consumes: one T row per fee (origem TARIFA), the
      *          fee marked S (abatida do saldo), posted to CONTABIL.DAT
      *          as TARIFA and logged on the contract's event log.
      *          Fees are taken oldest first and only whole - a fee
      *          larger than what is left of the balance waits for
      *          the next payment. Returned-cheque fees stay with the
      *          cheque desk. Nothing is posted while today's
      *          competencia is closed on PERIODO.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifaCob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIT-FILE.
           COPY TITFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  PER-FILE.
           COPY PERFD.

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-TIT-EOF          PIC X.
               88  FIM-ITENS          VALUE "S".
           03  WS-CRS-EOF          PIC X.
               88  FIM-LEDGER         VALUE "S".
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-OPERADOR         PIC X(08) VALUE "TARIFA".
           03  WS-QTD-PENDENTES    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-COBRADAS     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-SALDO    PIC 9(06) VALUE ZEROS.
           03  WS-TOT-COBRADO      PIC 9(08)V99 VALUE ZEROS.
           03  WS-TOT-EDIT         PIC ZZ.ZZZ.ZZ9,99.

      *>   SALDO CREDOR DE CADA CLIENTE - C MENOS AS DEMAIS LINHAS,
      *>   COMO EM credSaldo - E O NOME PARA A LINHA T.
       01  WS-QTD-CLIENTES         PIC 9(05) VALUE ZEROS.
       01  WS-CLI-CHEIA            PIC X VALUE "N".
           88  CLIENTES-TRANSBORDOU   VALUE "S".
       01  WS-TABELA-CLIENTES.
           03  WS-CLI-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CLIENTES.
               05  WS-CLI-CODIGO   PIC 9(05).
               05  WS-CLI-NOME     PIC X(20).
               05  WS-CLI-SALDO    PIC S9(08)V99.
       77  WS-CLI-IDX              PIC 9(05).
       77  WS-CLI-ACHOU            PIC 9(05).

      *>   TARITEM.DAT INTEIRO EM MEMORIA, REGRAVADO NO FIM.
       01  WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
       01  WS-TIT-CHEIA            PIC X VALUE "N".
           88  ITENS-TRANSBORDOU      VALUE "S".
       01  WS-TABELA-ITENS.
           03  WS-TIT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ITENS.
               05  WS-TIT-IMAGEM   PIC X(72).
       77  WS-TIT-IDX              PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-TIPO         PIC X(10) VALUE "TARIFA".
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           DISPLAY "=============================================="
           DISPLAY "   TARIFAS AVULSAS - ABATIMENTO DO SALDO CREDOR"
           DISPLAY "   " WS-DATA-HOJE
           DISPLAY "=============================================="

           PERFORM P040-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-MOV " JA "
                       "FECHADA PELA CONTABILIDADE - TARIFAS NAO "
                       "COBRADAS. REABRA O PERIODO (fechaMes) SE "
                       "FOR O CASO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P100-CARREGA-ITENS
           IF ITENS-TRANSBORDOU
               DISPLAY "TARITEM.DAT ACIMA DE 20000 ITENS - "
                       "COBRANCA NAO REALIZADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P200-CARREGA-SALDOS
           IF CLIENTES-TRANSBORDOU
               DISPLAY "CREDSALD.DAT ACIMA DE 20000 CLIENTES - "
                       "COBRANCA NAO REALIZADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CRS-FILE
           IF WS-CRS-STATUS = "35"
               OPEN OUTPUT CRS-FILE
               CLOSE CRS-FILE
               OPEN EXTEND CRS-FILE
           END-IF
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

           PERFORM P300-COBRA-ITEM
                   VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS

           CLOSE CRS-FILE
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           IF WS-QTD-COBRADAS > ZEROS
               PERFORM P800-REGRAVA-ITENS
           END-IF

           MOVE WS-TOT-COBRADO TO WS-TOT-EDIT
           DISPLAY "TARIFAS PENDENTES........: " WS-QTD-PENDENTES
           DISPLAY "COBRADAS DO SALDO CREDOR.: " WS-QTD-COBRADAS
           DISPLAY "SEM SALDO SUFICIENTE.....: " WS-QTD-SEM-SALDO
           DISPLAY "VALOR COBRADO............: " WS-TOT-EDIT
           DISPLAY "=============================================="
           GOBACK.

       P040-VERIFICA-PERIODO.
      *>   COMPETENCIA FECHADA PELO CONTROLE MENSAL (PERIODO.DAT)
      *>   NAO RECEBE MOVIMENTO DATADO DENTRO DELA.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P045-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-COMPETENCIA = WS-COMPETENCIA-MOV
                      AND PER-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
                   PERFORM P045-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           .

       P045-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P100-CARREGA-ITENS.
           MOVE "N" TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P110-LE-ITEM
               PERFORM UNTIL FIM-ITENS OR ITENS-TRANSBORDOU
                   IF WS-QTD-ITENS = 20000
                       SET ITENS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ITENS
                       MOVE TIT-REGISTRO
                           TO WS-TIT-IMAGEM(WS-QTD-ITENS)
                       PERFORM P110-LE-ITEM
                   END-IF
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           .

       P110-LE-ITEM.
           READ TIT-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P200-CARREGA-SALDOS.
           MOVE "N" TO WS-CRS-EOF
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS = "00"
               PERFORM P210-LE-LEDGER
               PERFORM UNTIL FIM-LEDGER OR CLIENTES-TRANSBORDOU
                   PERFORM P220-ACUMULA-SALDO
                   PERFORM P210-LE-LEDGER
               END-PERFORM
               CLOSE CRS-FILE
           END-IF
           .

       P210-LE-LEDGER.
           READ CRS-FILE
               AT END SET FIM-LEDGER TO TRUE
           END-READ
           .

       P220-ACUMULA-SALDO.
           MOVE ZEROS TO WS-CLI-ACHOU
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-QTD-CLIENTES
                      OR WS-CLI-ACHOU > ZEROS
               IF WS-CLI-CODIGO(WS-CLI-IDX) = CRS-COD-CLIENTE
                   MOVE WS-CLI-IDX TO WS-CLI-ACHOU
               END-IF
           END-PERFORM
           IF WS-CLI-ACHOU = ZEROS
               IF WS-QTD-CLIENTES = 20000
                   SET CLIENTES-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE WS-QTD-CLIENTES TO WS-CLI-ACHOU
                   MOVE CRS-COD-CLIENTE
                       TO WS-CLI-CODIGO(WS-CLI-ACHOU)
                   MOVE CRS-CLIENTE TO WS-CLI-NOME(WS-CLI-ACHOU)
                   MOVE ZEROS TO WS-CLI-SALDO(WS-CLI-ACHOU)
               END-IF
           END-IF
           IF WS-CLI-ACHOU > ZEROS
               IF CRS-CREDITO
                   ADD CRS-VALOR TO WS-CLI-SALDO(WS-CLI-ACHOU)
               ELSE
                   SUBTRACT CRS-VALOR FROM WS-CLI-SALDO(WS-CLI-ACHOU)
               END-IF
           END-IF
           .

       P300-COBRA-ITEM.
           MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
      *>   A TARIFA DE CHEQUE DEVOLVIDO E COBRADA NA CUSTODIA.
           IF TIT-PENDENTE AND TIT-SERVICO NOT = "CD"
               ADD 1 TO WS-QTD-PENDENTES
               MOVE ZEROS TO WS-CLI-ACHOU
               PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                       UNTIL WS-CLI-IDX > WS-QTD-CLIENTES
                          OR WS-CLI-ACHOU > ZEROS
                   IF WS-CLI-CODIGO(WS-CLI-IDX) = TIT-COD-CLIENTE
                       MOVE WS-CLI-IDX TO WS-CLI-ACHOU
                   END-IF
               END-PERFORM
               IF WS-CLI-ACHOU = ZEROS
                   ADD 1 TO WS-QTD-SEM-SALDO
               ELSE
                   IF WS-CLI-SALDO(WS-CLI-ACHOU) < TIT-VALOR
                       ADD 1 TO WS-QTD-SEM-SALDO
                   ELSE
                       PERFORM P310-APLICA-SALDO
                   END-IF
               END-IF
           END-IF
           .

       P310-APLICA-SALDO.
           MOVE TIT-COD-CLIENTE  TO CRS-COD-CLIENTE
           MOVE WS-CLI-NOME(WS-CLI-ACHOU) TO CRS-CLIENTE
           MOVE TIT-CONTRATO     TO CRS-CONTRATO
           MOVE ZEROS            TO CRS-PARCELA
           SET CRS-APLICADO-TARIFA TO TRUE
           MOVE TIT-VALOR        TO CRS-VALOR
           MOVE WS-DATA-HOJE     TO CRS-DATA
           MOVE WS-HORA-AGORA    TO CRS-HORA
           MOVE WS-OPERADOR      TO CRS-OPERADOR
           MOVE "TARIFA"         TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           SUBTRACT TIT-VALOR FROM WS-CLI-SALDO(WS-CLI-ACHOU)

           SET TIT-ABATIDA-SALDO TO TRUE
           MOVE WS-DATA-HOJE TO TIT-DT-BAIXA
           MOVE WS-OPERADOR  TO TIT-OPE-BAIXA
           MOVE TIT-REGISTRO TO WS-TIT-IMAGEM(WS-TIT-IDX)

           PERFORM P350-POSTA-CONTABIL
           IF TIT-CONTRATO NOT = ZEROS
               MOVE TIT-VALOR TO WS-EVT-VALOR
               MOVE SPACES TO WS-EVT-DETALHE
               STRING "TARIFA " TIT-SERVICO " DO SALDO " TIT-ID
                      DELIMITED BY SIZE INTO WS-EVT-DETALHE
               CALL "evtUtil" USING TIT-CONTRATO WS-EVT-TIPO
                                    WS-EVT-VALOR WS-OPERADOR
                                    WS-EVT-DETALHE
           END-IF
           ADD 1         TO WS-QTD-COBRADAS
           ADD TIT-VALOR TO WS-TOT-COBRADO
           .

       P350-POSTA-CONTABIL.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO TARIFA SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "TARIFA  "
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-DATA-HOJE    TO CTB-DATA
                   MOVE "TARIFA  "      TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE TIT-VALOR       TO CTB-VALOR
                   MOVE TIT-CONTRATO    TO CTB-CONTRATO
      *>           TARIFA DO CLIENTE SEM CONTRATO FICA NA EMPRESA DO
      *>           JOB.
                   IF TIT-CONTRATO = ZEROS
                       MOVE "S"          TO EMU-FUNCAO
                   ELSE
                       MOVE "C"          TO EMU-FUNCAO
                       MOVE CTB-CONTRATO TO EMU-CONTRATO
                   END-IF
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           .

       P800-REGRAVA-ITENS.
           OPEN OUTPUT TIT-FILE
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-QTD-ITENS
               MOVE WS-TIT-IMAGEM(WS-TIT-IDX) TO TIT-REGISTRO
               WRITE TIT-REGISTRO
           END-PERFORM
           CLOSE TIT-FILE
           .

       END PROGRAM tarifaCob.
