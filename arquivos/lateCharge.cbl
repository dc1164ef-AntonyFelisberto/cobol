      *          shop defaults as fallback; control totals go to
      *          BATCHSUM.DAT like every other batch step, and a
      *          competencia closed by the month-end control is not
      *          posted into. Multa and mora formally waived
      *          (ISENCAO.DAT rows in situacao A, see isencao.cbl)
      *          are netted off the parcela's charges, floored at
      *          zero, and the amount netted goes to ENC-VALOR-ISENTO.
      *          For a deceased client (obito) multa and mora stop at
      *          the date of death, and a contract under a collections
      *          hold (cobHold) gets none while the hold lasts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MUL-STATUS.

               SELECT ISE-FILE ASSIGN TO "ISENCAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PWK-FILE.
       FD  MUL-FILE.
           COPY MULTFD.

       FD  ISE-FILE.
           COPY ISEFD.

       WORKING-STORAGE SECTION.
      *>   TAXAS PADRAO DA CASA - MULTA DE 2% SOBRE A PARCELA E MORA
      *>   DE 0,33% AO DIA - USADAS QUANDO TAXAMULT.DAT NAO TEM
           03  WS-PER-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-MUL-STATUS       PIC XX.
           03  WS-ISE-STATUS       PIC XX.
           03  WS-ISE-EOF          PIC X.
               88  FIM-ISENCOES       VALUE "S".
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-MUL-EOF          PIC X VALUE "N".
           03  WS-VALOR-MULTA      PIC 9(06)V99.
           03  WS-VALOR-MORA       PIC 9(06)V99.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-DIAS-MORA        PIC S9(5).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-CONTRATO-ANT     PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-CONTRATOS  PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-ENCARGOS   PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-ISENTO     PIC 9(06)V99.
           03  WS-TOTAL-ISENTO     PIC 9(08)V99 VALUE ZEROS.
           03  WS-TOTAL-ISENTO-ED  PIC ZZ.ZZZ.ZZ9,99.

      *>   ISENCOES APLICADAS, SOMADAS POR CONTRATO/PARCELA - MULTA E
      *>   MORA SEPARADAS PORQUE CADA UMA ABATE A SUA PROPRIA PARTE.
       01  WS-TABELA-ISENCOES.
           03  WS-QTD-ISENCOES     PIC 9(05) VALUE ZEROS.
           03  WS-ISE-ESTOURO      PIC X VALUE "N".
           03  WS-ISE-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ISENCOES.
               05  WS-ISE-CONTRATO PIC 9(06).
               05  WS-ISE-PARCELA  PIC 999.
               05  WS-ISE-MULTA    PIC 9(07)V99.
               05  WS-ISE-MORA     PIC 9(07)V99.
       77  WS-ISE-IDX              PIC 9(05).
       77  WS-ISE-ACHOU            PIC 9(05).
       77  WS-CHAVE-CONTRATO       PIC 9(06).
       77  WS-CHAVE-PARCELA        PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT ENC-FILE

           PERFORM P050-LE-TAXAS
           PERFORM P060-CARREGA-ISENCOES THRU P060-SAIDA
           DISPLAY "TAXA DE MULTA VIGENTE....: " WS-TAXA-MULTA
           DISPLAY "TAXA DE MORA AO DIA......: " WS-TAXA-MORA-DIA

           END-READ
           .

       P060-CARREGA-ISENCOES.
      *>   SO AS APLICADAS ABATEM - PENDENTE AINDA ESPERA O
      *>   SUPERVISOR E RECUSADA NAO VALE.
           MOVE "N" TO WS-ISE-EOF
           OPEN INPUT ISE-FILE
           IF WS-ISE-STATUS NOT = "00"
               GO TO P060-SAIDA
           END-IF
           PERFORM P065-LE-ISENCAO
           PERFORM UNTIL FIM-ISENCOES
               IF ISE-APLICADA
                   PERFORM P070-ACUMULA-ISENCAO
               END-IF
               PERFORM P065-LE-ISENCAO
           END-PERFORM
           CLOSE ISE-FILE
           IF WS-ISE-ESTOURO = "S"
               DISPLAY "AVISO: MAIS DE 20000 PARCELAS COM ISENCAO - "
                       "EXCEDENTE NAO ABATIDO"
           END-IF
           .
       P060-SAIDA.
           EXIT.

       P065-LE-ISENCAO.
           READ ISE-FILE
               AT END SET FIM-ISENCOES TO TRUE
           END-READ
           .

       P070-ACUMULA-ISENCAO.
           MOVE ISE-CONTRATO TO WS-CHAVE-CONTRATO
           MOVE ISE-PARCELA  TO WS-CHAVE-PARCELA
           PERFORM P080-PROCURA-ISENCAO
           IF WS-ISE-ACHOU = ZEROS
               IF WS-QTD-ISENCOES < 20000
                   ADD 1 TO WS-QTD-ISENCOES
                   MOVE WS-QTD-ISENCOES TO WS-ISE-ACHOU
                   MOVE ISE-CONTRATO TO WS-ISE-CONTRATO(WS-ISE-ACHOU)
                   MOVE ISE-PARCELA  TO WS-ISE-PARCELA(WS-ISE-ACHOU)
                   MOVE ZEROS        TO WS-ISE-MULTA(WS-ISE-ACHOU)
                   MOVE ZEROS        TO WS-ISE-MORA(WS-ISE-ACHOU)
               ELSE
                   MOVE "S" TO WS-ISE-ESTOURO
               END-IF
           END-IF
           IF WS-ISE-ACHOU > ZEROS
               ADD ISE-VALOR-MULTA TO WS-ISE-MULTA(WS-ISE-ACHOU)
               ADD ISE-VALOR-MORA  TO WS-ISE-MORA(WS-ISE-ACHOU)
           END-IF
           .

       P080-PROCURA-ISENCAO.
           MOVE ZEROS TO WS-ISE-ACHOU
           PERFORM VARYING WS-ISE-IDX FROM 1 BY 1
                   UNTIL WS-ISE-IDX > WS-QTD-ISENCOES
                      OR WS-ISE-ACHOU > ZEROS
               IF WS-ISE-CONTRATO(WS-ISE-IDX) = WS-CHAVE-CONTRATO
                  AND WS-ISE-PARCELA(WS-ISE-IDX) = WS-CHAVE-PARCELA
                   MOVE WS-ISE-IDX TO WS-ISE-ACHOU
               END-IF
           END-PERFORM
           .

       P200-PROCESSA-PARCELA.
      *>   A POSICAO JA TRAZ VENCIMENTO, PENDENTE E DIAS DE ATRASO
      *>   PRONTOS - AQUI SO SE APLICA A TAXA E SE POSTA O ENCARGO.
           IF PWK-CONTRATO NOT = WS-CONTRATO-ANT
               MOVE PWK-CONTRATO TO WS-CONTRATO-ANT
               ADD 1 TO WS-TOTAL-CONTRATOS
               CALL "obitoUtil" USING PWK-CONTRATO WS-DT-OBITO
               CALL "holdUtil" USING PWK-CONTRATO PWK-COD-CLIENTE
                                     WS-MOTIVO-BLOQUEIO
           END-IF
           IF PWK-DIAS-ATRASO > 0
      *>       CLIENTE FALECIDO (obito.cbl): OS ENCARGOS PARAM NA DATA
      *>       DO OBITO - PARCELA VENCIDA DEPOIS DELA NAO TEM MULTA NEM
      *>       MORA, SO O VALOR PENDENTE FICA REGISTRADO.
               MOVE PWK-DIAS-ATRASO TO WS-DIAS-MORA
               IF WS-DT-OBITO NOT = ZEROS
                   COMPUTE WS-DIAS-MORA = PWK-DIAS-ATRASO
                           - (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                           - FUNCTION INTEGER-OF-DATE(WS-DT-OBITO))
                   IF WS-DIAS-MORA < 0
                       MOVE ZEROS TO WS-DIAS-MORA
                   END-IF
               END-IF
      *>       SOB BLOQUEIO DE COBRANCA (cobHold) NADA SE POSTA DE
      *>       MULTA OU MORA ENQUANTO ELE VALE.
               IF WS-MOTIVO-BLOQUEIO NOT = SPACES
                   MOVE ZEROS TO WS-DIAS-MORA
               END-IF
               IF WS-DIAS-MORA > 0
                   COMPUTE WS-VALOR-MULTA =
                           PWK-VALOR-PENDENTE * WS-TAXA-MULTA
               ELSE
                   MOVE ZEROS TO WS-VALOR-MULTA
               END-IF
               COMPUTE WS-VALOR-MORA =
                       PWK-VALOR-PENDENTE * WS-TAXA-MORA-DIA
                       * WS-DIAS-MORA
               PERFORM P250-ABATE-ISENCAO THRU P250-SAIDA
               PERFORM P500-GRAVA-ENCARGO
           END-IF
           PERFORM P210-LE-POSICAO
           END-READ
           .

       P250-ABATE-ISENCAO.
      *>   A ISENCAO E UM VALOR FIXO CONCEDIDO NUM DIA; A MORA DOS
      *>   DIAS SEGUINTES CONTINUA CORRENDO SOBRE A PARCELA.
           MOVE ZEROS TO WS-VALOR-ISENTO
           IF WS-QTD-ISENCOES = ZEROS
               GO TO P250-SAIDA
           END-IF
           MOVE PWK-CONTRATO TO WS-CHAVE-CONTRATO
           MOVE PWK-PARCELA  TO WS-CHAVE-PARCELA
           PERFORM P080-PROCURA-ISENCAO
           IF WS-ISE-ACHOU = ZEROS
               GO TO P250-SAIDA
           END-IF
           IF WS-ISE-MULTA(WS-ISE-ACHOU) >= WS-VALOR-MULTA
               ADD WS-VALOR-MULTA TO WS-VALOR-ISENTO
               MOVE ZEROS TO WS-VALOR-MULTA
           ELSE
               ADD WS-ISE-MULTA(WS-ISE-ACHOU) TO WS-VALOR-ISENTO
               SUBTRACT WS-ISE-MULTA(WS-ISE-ACHOU)
                   FROM WS-VALOR-MULTA
           END-IF
           IF WS-ISE-MORA(WS-ISE-ACHOU) >= WS-VALOR-MORA
               ADD WS-VALOR-MORA TO WS-VALOR-ISENTO
               MOVE ZEROS TO WS-VALOR-MORA
           ELSE
               ADD WS-ISE-MORA(WS-ISE-ACHOU) TO WS-VALOR-ISENTO
               SUBTRACT WS-ISE-MORA(WS-ISE-ACHOU)
                   FROM WS-VALOR-MORA
           END-IF
           ADD WS-VALOR-ISENTO TO WS-TOTAL-ISENTO
           .
       P250-SAIDA.
           EXIT.

       P500-GRAVA-ENCARGO.
           MOVE PWK-CONTRATO       TO ENC-CONTRATO
           MOVE PWK-CLIENTE        TO ENC-CLIENTE
           MOVE PWK-VALOR-PENDENTE TO ENC-VALOR-PARCELA
           MOVE WS-VALOR-MULTA     TO ENC-VALOR-MULTA
           MOVE WS-VALOR-MORA      TO ENC-VALOR-MORA
           MOVE WS-VALOR-ISENTO    TO ENC-VALOR-ISENTO
           COMPUTE ENC-VALOR-TOTAL = PWK-VALOR-PENDENTE
                                   + WS-VALOR-MULTA
                                   + WS-VALOR-MORA
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "CONTRATOS AVALIADOS: " WS-TOTAL-CONTRATOS
           DISPLAY "ENCARGOS POSTADOS  : " WS-TOTAL-ENCARGOS
           MOVE WS-TOTAL-ISENTO TO WS-TOTAL-ISENTO-ED
           DISPLAY "ISENCOES ABATIDAS  : " WS-TOTAL-ISENTO-ED
           GOBACK.

       P930-GRAVA-RESUMO.
