      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end collection agency commission settlement -
      *          sums, per agency, the commission of every pending
      *          attributed payment on ASSREC.DAT up to the end of the
      *          reference month (estornos taking their commission
      *          back), writes the payment-order file ASSPAG.TXT with
      *          the agency's banking data, posts each agency's net
      *          commission through the CONTABIL.DAT feed with the
      *          COMISCOB event of the GLMAPTB.cpy mapping, and marks
      *          the settled rows. An agency whose estornos outweigh
      *          its payments in the month is not paid and its rows
      *          stay pending for the next settlement. One run per
      *          month (runCtl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessAcerto.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASS-FILE ASSIGN TO "ASSESSOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASS-STATUS.

               SELECT ASR-FILE ASSIGN TO "ASSREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASR-STATUS.

               SELECT PAGO-FILE ASSIGN TO "ASSPAG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAGO-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASS-FILE.
           COPY ASSFD.

       FD  ASR-FILE.
           COPY ASRFD.

       FD  PAGO-FILE.
       01  PAGO-LINHA          PIC X(90).

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-ASS-STATUS       PIC XX.
           03  WS-ASR-STATUS       PIC XX.
           03  WS-PAGO-STATUS      PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-ASS-EOF          PIC X.
               88  FIM-ASSESSORIAS    VALUE "S".
           03  WS-ASR-EOF          PIC X.
               88  FIM-RECEBIMENTOS   VALUE "S".
           03  WS-ASS-IDX          PIC 9(03).
           03  WS-REC-IDX          PIC 9(05).
           03  WS-MES-REFERENCIA   PIC 9(06).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-VALOR-COMISSAO   PIC 9(08)V99.
           03  WS-QTD-PAGAS        PIC 9(03) VALUE ZEROS.
           03  WS-QTD-LIQUIDADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOT-COMISSAO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(90).
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".

      *>   A COMISSAO PAGA SAI DA CONTA DA EMPRESA - A CONCILIACAO
      *>   BANCARIA (concBco) PROCURA NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "ASSESSOR".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-QTD-ASSESSORIAS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ASSESSORIAS.
           03  WS-ASS-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-ASSESSORIAS.
               05  WS-ASS-CODIGO   PIC 9(04).
               05  WS-ASS-NOME     PIC X(20).
               05  WS-ASS-BANCO    PIC 9(03).
               05  WS-ASS-AGENCIA  PIC 9(05).
               05  WS-ASS-CONTA    PIC 9(10).
               05  WS-ASS-QTD      PIC 9(05).
               05  WS-ASS-CREDITO  PIC 9(08)V99.
               05  WS-ASS-DEBITO   PIC 9(08)V99.

       01  WS-QTD-RECEBIMENTOS     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-RECEBIMENTOS.
           03  WS-REC-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-RECEBIMENTOS.
               05  WS-REC-REGISTRO PIC X(51).
               05  WS-REC-ASS-IDX  PIC 9(03).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "MES DE REFERENCIA DO ACERTO (AAAAMM, "
                   "0 = MES ATUAL): "
           ACCEPT WS-MES-REFERENCIA
           IF WS-MES-REFERENCIA = ZEROS
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-REFERENCIA
           END-IF

           PERFORM P100-CARREGA-ASSESSORIAS
           IF WS-QTD-ASSESSORIAS = ZEROS
               DISPLAY "SEM ASSESSORIAS CADASTRADAS - NADA A ACERTAR"
               GOBACK
           END-IF
           PERFORM P150-CARREGA-RECEBIMENTOS
           IF WS-QTD-RECEBIMENTOS = 20000
               DISPLAY "ASSREC.DAT EXCEDE A CAPACIDADE DO ACERTO - "
                       "NADA PROCESSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           OPEN OUTPUT PAGO-FILE
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

           MOVE SPACES TO WS-LINHA-EDIT
           STRING "ORDENS DE PAGAMENTO - COMISSAO DE ASSESSORIAS - "
                  "MES " WS-MES-REFERENCIA "  GERADO EM " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               PERFORM P300-ACERTA-ASSESSORIA THRU P300-SAIDA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-EDIT
           STRING "TOTAL;" WS-QTD-PAGAS ";" WS-TOT-COMISSAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           CLOSE PAGO-FILE
           CLOSE CTB-FILE
           CLOSE CTH-FILE

           PERFORM P800-REGRAVA-RECEBIMENTOS

           MOVE "C" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           DISPLAY "ASSESSORIAS PAGAS.......: " WS-QTD-PAGAS
           DISPLAY "RECEBIMENTOS LIQUIDADOS.: " WS-QTD-LIQUIDADOS
           DISPLAY "COMISSAO TOTAL..........: " WS-TOT-COMISSAO
           DISPLAY "ORDENS DE PAGAMENTO.....: ASSPAG.TXT"
           GOBACK.

       P095-VERIFICA-RUN-CONTROL.
      *>   O ACERTO PAGA DINHEIRO E LANCA NO RAZAO - UMA SEGUNDA
      *>   RODADA NO MESMO MES SO COM LINHA F LIBERADA NO runCtl.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "ASSACERT"
                      AND RUN-DATA(1:6) = WS-RC-DATA-HOJE(1:6)
                       IF RUN-SITUACAO = "C"
                           MOVE "S" TO WS-RC-JA-RODOU
                           MOVE "N" TO WS-RC-LIBERADO
                       END-IF
                       IF RUN-SITUACAO = "F"
                           MOVE "S" TO WS-RC-LIBERADO
                       END-IF
                   END-IF
                   PERFORM P096-LE-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           IF WS-RC-JA-RODOU = "S" AND WS-RC-LIBERADO = "N"
               SET RERUN-BLOQUEADO TO TRUE
               DISPLAY "ASSACERT JA PROCESSADO ESTE MES - RERUN "
                       "BLOQUEADO. USE O runCtl PARA LIBERAR."
           END-IF
           .

       P096-LE-RUN-CONTROL.
           READ RUN-FILE
               AT END SET FIM-RUN-CONTROL TO TRUE
           END-READ
           .

       P097-GRAVA-RUN-CONTROL.
           OPEN EXTEND RUN-FILE
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-FILE
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF
           MOVE "ASSACERT" TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       P100-CARREGA-ASSESSORIAS.
      *>   INATIVAS TAMBEM: RECEBEM PELO QUE RECUPERARAM ATE SAIR.
           MOVE "N" TO WS-ASS-EOF
           OPEN INPUT ASS-FILE
           IF WS-ASS-STATUS = "00"
               PERFORM P110-LE-ASSESSORIA
               PERFORM UNTIL FIM-ASSESSORIAS
                       OR WS-QTD-ASSESSORIAS = 100
                   ADD 1 TO WS-QTD-ASSESSORIAS
                   MOVE ASS-CODIGO
                       TO WS-ASS-CODIGO(WS-QTD-ASSESSORIAS)
                   MOVE ASS-NOME
                       TO WS-ASS-NOME(WS-QTD-ASSESSORIAS)
                   MOVE ASS-BANCO
                       TO WS-ASS-BANCO(WS-QTD-ASSESSORIAS)
                   MOVE ASS-AGENCIA
                       TO WS-ASS-AGENCIA(WS-QTD-ASSESSORIAS)
                   MOVE ASS-CONTA
                       TO WS-ASS-CONTA(WS-QTD-ASSESSORIAS)
                   MOVE ZEROS TO WS-ASS-QTD(WS-QTD-ASSESSORIAS)
                   MOVE ZEROS TO WS-ASS-CREDITO(WS-QTD-ASSESSORIAS)
                   MOVE ZEROS TO WS-ASS-DEBITO(WS-QTD-ASSESSORIAS)
                   PERFORM P110-LE-ASSESSORIA
               END-PERFORM
               CLOSE ASS-FILE
           END-IF
           .

       P110-LE-ASSESSORIA.
           READ ASS-FILE
               AT END SET FIM-ASSESSORIAS TO TRUE
           END-READ
           .

       P150-CARREGA-RECEBIMENTOS.
           MOVE "N" TO WS-ASR-EOF
           OPEN INPUT ASR-FILE
           IF WS-ASR-STATUS = "00"
               PERFORM P160-LE-RECEBIMENTO
               PERFORM UNTIL FIM-RECEBIMENTOS
                       OR WS-QTD-RECEBIMENTOS = 20000
                   ADD 1 TO WS-QTD-RECEBIMENTOS
                   MOVE ASR-REGISTRO
                       TO WS-REC-REGISTRO(WS-QTD-RECEBIMENTOS)
                   MOVE ZEROS TO WS-REC-ASS-IDX(WS-QTD-RECEBIMENTOS)
                   IF ASR-PENDENTE
                      AND ASR-DATA(1:6) NOT > WS-MES-REFERENCIA
                       PERFORM P200-ACUMULA-COMISSAO
                   END-IF
                   PERFORM P160-LE-RECEBIMENTO
               END-PERFORM
               CLOSE ASR-FILE
           END-IF
           .

       P160-LE-RECEBIMENTO.
           READ ASR-FILE
               AT END SET FIM-RECEBIMENTOS TO TRUE
           END-READ
           .

       P200-ACUMULA-COMISSAO.
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               IF WS-ASS-CODIGO(WS-ASS-IDX) = ASR-ASSESSORIA
                   MOVE WS-ASS-IDX
                       TO WS-REC-ASS-IDX(WS-QTD-RECEBIMENTOS)
                   ADD 1 TO WS-ASS-QTD(WS-ASS-IDX)
                   IF ASR-TIPO = "E"
                       ADD ASR-COMISSAO TO WS-ASS-DEBITO(WS-ASS-IDX)
                   ELSE
                       ADD ASR-COMISSAO
                           TO WS-ASS-CREDITO(WS-ASS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       P300-ACERTA-ASSESSORIA.
           IF WS-ASS-QTD(WS-ASS-IDX) = ZEROS
               GO TO P300-SAIDA
           END-IF
           IF WS-ASS-CREDITO(WS-ASS-IDX)
              NOT > WS-ASS-DEBITO(WS-ASS-IDX)
               DISPLAY "ASSESSORIA " WS-ASS-CODIGO(WS-ASS-IDX)
                       " SEM SALDO A RECEBER NO MES - ESTORNOS "
                       "FICAM PARA O PROXIMO ACERTO"
               GO TO P300-SAIDA
           END-IF
           COMPUTE WS-VALOR-COMISSAO =
                   WS-ASS-CREDITO(WS-ASS-IDX)
                 - WS-ASS-DEBITO(WS-ASS-IDX)
           ADD 1 TO WS-QTD-PAGAS
           ADD WS-VALOR-COMISSAO TO WS-TOT-COMISSAO

           MOVE SPACES TO WS-LINHA-EDIT
           STRING WS-ASS-CODIGO(WS-ASS-IDX) ";"
                  WS-ASS-NOME(WS-ASS-IDX) ";"
                  WS-ASS-BANCO(WS-ASS-IDX) ";"
                  WS-ASS-AGENCIA(WS-ASS-IDX) ";"
                  WS-ASS-CONTA(WS-ASS-IDX) ";"
                  WS-ASS-QTD(WS-ASS-IDX) ";"
                  WS-VALOR-COMISSAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           PERFORM P400-POSTA-CONTABIL
           MOVE WS-VALOR-COMISSAO TO WS-MVB-VALOR
           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "COMISSAO ASSESSORIA " WS-ASS-CODIGO(WS-ASS-IDX)
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA

           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-QTD-RECEBIMENTOS
               IF WS-REC-ASS-IDX(WS-REC-IDX) = WS-ASS-IDX
                   MOVE WS-REC-REGISTRO(WS-REC-IDX) TO ASR-REGISTRO
                   MOVE "L"          TO ASR-SITUACAO
                   MOVE WS-DATA-HOJE TO ASR-DT-ACERTO
                   MOVE ASR-REGISTRO TO WS-REC-REGISTRO(WS-REC-IDX)
                   ADD 1 TO WS-QTD-LIQUIDADOS
               END-IF
           END-PERFORM
           .
       P300-SAIDA.
           EXIT.

       P400-POSTA-CONTABIL.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO COMISCOB SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "COMISCOB"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-DATA-HOJE   TO CTB-DATA
                   MOVE "COMISCOB"     TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-COMISSAO TO CTB-VALOR
      *>           DESPESA DA ASSESSORIA, NAO DE UM CONTRATO.
                   MOVE ZEROS            TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           .

       P800-REGRAVA-RECEBIMENTOS.
           OPEN OUTPUT ASR-FILE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-QTD-RECEBIMENTOS
               MOVE WS-REC-REGISTRO(WS-REC-IDX) TO ASR-REGISTRO
               WRITE ASR-REGISTRO
           END-PERFORM
           CLOSE ASR-FILE
           .

       END PROGRAM assessAcerto.
