      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collections status refresh after an intraday retorno
      *          cycle (jobs/retorno_intraday.sh). ENCARGOS.DAT and
      *          COBCART.DAT are rebuilt only at night, so a client
      *          whose boleto the bank returned in the morning would
      *          still show as late on the desk screens (isencao,
      *          recebAuto) and sit in a collector's queue all day.
      *          This drops from ENCARGOS.DAT every overdue parcela
      *          the masters now show as paid (PAGMAST counter past
      *          it), and every row of a contract settled, cancelled
      *          or renegotiated since the charges were computed;
      *          then drops from COBCART.DAT the contracts left with
      *          no overdue parcela - the same rule the nightly
      *          distribution (cobWork) applies. Nothing is added:
      *          new arrears still come from the nightly run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobAtual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENC-FILE.
           COPY ENCFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  WQ-FILE.
           COPY WQFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-ENC-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-ENC-EOF          PIC X VALUE "N".
               88  FIM-ENCARGOS       VALUE "S".
           03  WS-ENC-CHEIA        PIC X VALUE "N".
               88  ENCARGOS-TRANSBORDOU VALUE "S".
           03  WS-WQ-EOF           PIC X VALUE "N".
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-WQ-CHEIA         PIC X VALUE "N".
               88  CARTEIRA-TRANSBORDOU VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-IDX              PIC 9(05).
           03  WS-IDX2             PIC 9(05).
           03  WS-CONTRATO-LIDO    PIC 9(06) VALUE ZEROS.
           03  WS-CONTRATO-ACHOU   PIC X.
           03  WS-ULT-PARCELA-PAGA PIC 999.
           03  WS-SITUACAO-FIN     PIC X.
           03  WS-DT-CONTRATO      PIC 9(8).
           03  WS-TOTAL-BAIXAS     PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-QUITADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-FILA       PIC 9(06) VALUE ZEROS.

      *>   IMAGEM DE ENCARGOS.DAT COM A MARCA DE BAIXA DE CADA LINHA.
       01  WS-QTD-ENCARGOS         PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-ENCARGOS.
           03  WS-ENC-ITEM OCCURS 0 TO 30000 TIMES
                           DEPENDING ON WS-QTD-ENCARGOS.
               05  WS-ENC-IMAGEM   PIC X(91).
               05  WS-ENC-BAIXA    PIC X.

      *>   CONTRATOS QUE TIVERAM PARCELA BAIXADA NESTE CICLO.
       01  WS-QTD-LIMPOS           PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-LIMPOS.
           03  WS-LIM-ITEM OCCURS 0 TO 30000 TIMES
                           DEPENDING ON WS-QTD-LIMPOS.
               05  WS-LIM-CONTRATO PIC 9(06).
               05  WS-LIM-RESTA    PIC X.

       01  WS-QTD-CARTEIRA         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
           03  WS-CAR-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-CARTEIRA.
               05  WS-CAR-IMAGEM   PIC X(42).
               05  WS-CAR-BAIXA    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P100-CARREGA-ENCARGOS
           IF ENCARGOS-TRANSBORDOU
               DISPLAY "TABELA DE ENCARGOS CHEIA - SITUACAO DE "
                       "COBRANCA NAO ATUALIZADA NESTE CICLO."
               PERFORM P930-GRAVA-RESUMO
               GOBACK
           END-IF

           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           IF WS-FIN-STATUS NOT = "00" OR WS-PAG-STATUS NOT = "00"
               DISPLAY "MESTRES INDISPONIVEIS - SITUACAO DE "
                       "COBRANCA NAO ATUALIZADA NESTE CICLO."
               PERFORM P930-GRAVA-RESUMO
               GOBACK
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ENCARGOS
               PERFORM P200-CONFERE-ENCARGO THRU P200-SAIDA
           END-PERFORM
           CLOSE FIN-FILE
           CLOSE PAG-FILE

           IF WS-TOTAL-BAIXAS > ZEROS
               PERFORM P300-REGRAVA-ENCARGOS
               PERFORM P400-MARCA-RESTANTES
               PERFORM P500-ATUALIZA-CARTEIRA THRU P500-SAIDA
           END-IF
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "PARCELAS EM ATRASO LIDAS.....: " WS-QTD-ENCARGOS
           DISPLAY "PARCELAS BAIXADAS (PAGAS)....: " WS-TOTAL-BAIXAS
           DISPLAY "CONTRATOS SEM MAIS ATRASO....: " WS-TOTAL-QUITADOS
           DISPLAY "CASOS RETIRADOS DA CARTEIRA..: " WS-TOTAL-FILA
           GOBACK.

       P100-CARREGA-ENCARGOS.
           MOVE "N" TO WS-ENC-EOF
           OPEN INPUT ENC-FILE
           IF WS-ENC-STATUS = "00"
               PERFORM P110-LE-ENCARGO
               PERFORM UNTIL FIM-ENCARGOS OR ENCARGOS-TRANSBORDOU
                   IF WS-QTD-ENCARGOS = 30000
                       SET ENCARGOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-ENCARGOS
                       MOVE ENC-REGISTRO
                           TO WS-ENC-IMAGEM(WS-QTD-ENCARGOS)
                       MOVE "N" TO WS-ENC-BAIXA(WS-QTD-ENCARGOS)
                       PERFORM P110-LE-ENCARGO
                   END-IF
               END-PERFORM
               CLOSE ENC-FILE
           END-IF
           .

       P110-LE-ENCARGO.
           READ ENC-FILE
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ
           .

       P200-CONFERE-ENCARGO.
           MOVE WS-ENC-IMAGEM(WS-IDX) TO ENC-REGISTRO
           IF ENC-CONTRATO NOT = WS-CONTRATO-LIDO
               PERFORM P210-LE-CONTRATO
           END-IF
           IF WS-CONTRATO-ACHOU = "N"
               GO TO P200-SAIDA
           END-IF
      *>   CONTRATO LIQUIDADO OU CANCELADO NAO TEM MAIS ATRASO;
      *>   RENEGOCIADO DEPOIS DO CALCULO TEM OUTRO PLANO - AS
      *>   PARCELAS DO PLANO VELHO NAO EXISTEM MAIS.
           IF WS-SITUACAO-FIN = "Q" OR WS-SITUACAO-FIN = "C"
              OR WS-DT-CONTRATO > ENC-DATA-CALCULO
              OR ENC-PARCELA <= WS-ULT-PARCELA-PAGA
               MOVE "S" TO WS-ENC-BAIXA(WS-IDX)
               ADD 1 TO WS-TOTAL-BAIXAS
               PERFORM P220-GUARDA-LIMPO THRU P220-SAIDA
           END-IF
           .
       P200-SAIDA.
           EXIT.

       P210-LE-CONTRATO.
           MOVE ENC-CONTRATO TO WS-CONTRATO-LIDO
           MOVE "S"   TO WS-CONTRATO-ACHOU
           MOVE ZEROS TO WS-ULT-PARCELA-PAGA
           MOVE ENC-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTRATO-ACHOU
               NOT INVALID KEY
                   MOVE FIN-SITUACAO    TO WS-SITUACAO-FIN
                   MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO
           END-READ
           MOVE ENC-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-ULT-PARCELA-PAGA
           END-READ
           .

       P220-GUARDA-LIMPO.
           IF WS-QTD-LIMPOS > ZEROS
               IF WS-LIM-CONTRATO(WS-QTD-LIMPOS) = ENC-CONTRATO
                   GO TO P220-SAIDA
               END-IF
           END-IF
           ADD 1 TO WS-QTD-LIMPOS
           MOVE ENC-CONTRATO TO WS-LIM-CONTRATO(WS-QTD-LIMPOS)
           MOVE "N"          TO WS-LIM-RESTA(WS-QTD-LIMPOS)
           .
       P220-SAIDA.
           EXIT.

       P300-REGRAVA-ENCARGOS.
           OPEN OUTPUT ENC-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ENCARGOS
               IF WS-ENC-BAIXA(WS-IDX) = "N"
                   MOVE WS-ENC-IMAGEM(WS-IDX) TO ENC-REGISTRO
                   WRITE ENC-REGISTRO
               END-IF
           END-PERFORM
           CLOSE ENC-FILE
           .

       P400-MARCA-RESTANTES.
      *>   CONTRATO COM PARCELA BAIXADA QUE AINDA TEM OUTRA EM
      *>   ATRASO CONTINUA NA COBRANCA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ENCARGOS
               IF WS-ENC-BAIXA(WS-IDX) = "N"
                   MOVE WS-ENC-IMAGEM(WS-IDX) TO ENC-REGISTRO
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-QTD-LIMPOS
                       IF WS-LIM-CONTRATO(WS-IDX2) = ENC-CONTRATO
                           MOVE "S" TO WS-LIM-RESTA(WS-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-LIMPOS
               IF WS-LIM-RESTA(WS-IDX2) = "N"
                   ADD 1 TO WS-TOTAL-QUITADOS
               END-IF
           END-PERFORM
           .

       P500-ATUALIZA-CARTEIRA.
           IF WS-TOTAL-QUITADOS = ZEROS
               GO TO P500-SAIDA
           END-IF
           MOVE "N" TO WS-WQ-EOF
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS NOT = "00"
               GO TO P500-SAIDA
           END-IF
           PERFORM P510-LE-CARTEIRA
           PERFORM UNTIL FIM-CARTEIRA OR CARTEIRA-TRANSBORDOU
               IF WS-QTD-CARTEIRA = 2000
                   SET CARTEIRA-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-CARTEIRA
                   MOVE WQ-REGISTRO
                       TO WS-CAR-IMAGEM(WS-QTD-CARTEIRA)
                   MOVE "N" TO WS-CAR-BAIXA(WS-QTD-CARTEIRA)
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-QTD-LIMPOS
                       IF WS-LIM-CONTRATO(WS-IDX2) = WQ-CONTRATO
                          AND WS-LIM-RESTA(WS-IDX2) = "N"
                           MOVE "S" TO WS-CAR-BAIXA(WS-QTD-CARTEIRA)
                           ADD 1 TO WS-TOTAL-FILA
                       END-IF
                   END-PERFORM
                   PERFORM P510-LE-CARTEIRA
               END-IF
           END-PERFORM
           CLOSE WQ-FILE
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA A
      *>   CARTEIRA - NESSE CASO FICA PARA A NOITE.
           IF CARTEIRA-TRANSBORDOU
               DISPLAY "CARTEIRA DE COBRANCA CHEIA - FILA ATUALIZADA "
                       "SO NA DISTRIBUICAO DA NOITE."
               MOVE ZEROS TO WS-TOTAL-FILA
               GO TO P500-SAIDA
           END-IF
           IF WS-TOTAL-FILA = ZEROS
               GO TO P500-SAIDA
           END-IF
           OPEN OUTPUT WQ-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CARTEIRA
               IF WS-CAR-BAIXA(WS-IDX) = "N"
                   MOVE WS-CAR-IMAGEM(WS-IDX) TO WQ-REGISTRO
                   WRITE WQ-REGISTRO
               END-IF
           END-PERFORM
           CLOSE WQ-FILE
           .
       P500-SAIDA.
           EXIT.

       P510-LE-CARTEIRA.
           READ WQ-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "COBATUAL"       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-QTD-ENCARGOS  TO BAT-LIDOS
           MOVE WS-TOTAL-BAIXAS  TO BAT-PROCESSADOS
           MOVE ZEROS            TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM cobAtual.
