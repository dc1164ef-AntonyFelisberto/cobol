      ******************************************************************
      * Author:
      * Date:
      * Purpose: Refund transfer answer processing - reads the bank's
      *          confirmation of the transfer orders sent by restPag
      *          (RESTRET.DAT) and closes each refund request of
      *          RESTITUI.DAT: a paid transfer marks it liquidada; a
      *          returned one marks it devolvida with the bank's
      *          reason, posts RESTDEVO to the CONTABIL.DAT feed,
      *          registers the money coming back for the bank
      *          reconciliation (movBcoUtil) and, for a credit-balance
      *          refund, gives the amount back to the client's
      *          balance on CREDSALD.DAT. Returned transfers and
      *          answers that do not match a request sent (unknown
      *          number, already closed, different value) are listed
      *          on RESTDISCR.RPT for the refund desk. Run-control
      *          protected and control-totalled like the other
      *          posting batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RSR-FILE ASSIGN TO "RESTRET.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RSR-STATUS.

               SELECT RST-FILE ASSIGN TO "RESTITUI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT DISCR-FILE ASSIGN TO "RESTDISCR.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISCR-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSR-FILE.
           COPY RSRFD.

       FD  RST-FILE.
           COPY RSTFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  DISCR-FILE.
       01  DISCR-LINHA         PIC X(80).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.

       01  WS-CONTROLE.
           03  WS-RSR-STATUS       PIC XX.
           03  WS-RST-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-DISCR-STATUS     PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".
           03  WS-EOF              PIC X VALUE "N".
               88  FIM-DO-ARQUIVO      VALUE "S".
           03  WS-SEM-ARQUIVO      PIC X VALUE "N".
               88  SEM-ARQUIVO-RESTRET VALUE "S".
           03  WS-RST-EOF          PIC X VALUE "N".
               88  FIM-PEDIDOS        VALUE "S".
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-PAGOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-MOTIVO-REJEICAO  PIC X(40).

      *>   A TRANSFERENCIA DEVOLVIDA VOLTA A CONTA DA EMPRESA - UM
      *>   CREDITO POR ITEM PARA A CONCILIACAO BANCARIA (concBco).
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-VALOR        PIC 9(10)V99 VALUE ZEROS.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "RESTITUI".
           03  WS-MVB-REFERENCIA   PIC X(30).

      *>   RESTITUI.DAT INTEIRO EM MEMORIA - AS RESPOSTAS FECHAM OS
      *>   PEDIDOS NA TABELA E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-PEDIDOS.
           03  WS-RST-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-PEDIDOS.
               05  WS-RST-IMAGEM   PIC X(150).
       77  WS-RST-IDX              PIC 9(05).
       77  WS-RST-ACHOU            PIC 9(05).

       01  WS-LINHA-DISCR.
           03  WS-DL-NUMERO        PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-DATA          PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-VALOR         PIC 9(06)V99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-MOTIVO        PIC X(40).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P050-CARREGA-PEDIDOS
           IF NOT FIM-PEDIDOS
               DISPLAY "RESTITUI.DAT EXCEDE A TABELA DE PEDIDOS - "
                       "RETORNO NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-PROCESSA-RESPOSTAS
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P050-CARREGA-PEDIDOS.
      *>   FIM-PEDIDOS DESLIGADO NA VOLTA = ARQUIVO MAIOR QUE A
      *>   TABELA; REGRAVAR A PARTIR DELA TRUNCARIA O ARQUIVO.
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE "N" TO WS-RST-EOF
           OPEN INPUT RST-FILE
           IF WS-RST-STATUS = "00"
               PERFORM P060-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS OR WS-QTD-PEDIDOS = 5000
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE RST-REGISTRO TO WS-RST-IMAGEM(WS-QTD-PEDIDOS)
                   PERFORM P060-LE-PEDIDO
               END-PERFORM
               CLOSE RST-FILE
           ELSE
               SET FIM-PEDIDOS TO TRUE
           END-IF
           .

       P060-LE-PEDIDO.
           READ RST-FILE
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           .

       P100-ABRE-ARQUIVOS.
           OPEN INPUT RSR-FILE
           IF WS-RSR-STATUS = "35"
               DISPLAY "SEM RETORNO DE RESTITUICAO NA DATA - NADA A "
                       "PROCESSAR"
               SET SEM-ARQUIVO-RESTRET TO TRUE
               SET FIM-DO-ARQUIVO TO TRUE
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
           OPEN EXTEND DISCR-FILE
           IF WS-DISCR-STATUS = "35"
               OPEN OUTPUT DISCR-FILE
               CLOSE DISCR-FILE
               OPEN EXTEND DISCR-FILE
           END-IF
           IF NOT FIM-DO-ARQUIVO
               PERFORM P210-LE-RESPOSTA
           END-IF
           .

       P200-PROCESSA-RESPOSTAS.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           PERFORM P300-VALIDA-E-BAIXA THRU P300-SAIDA
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P500-GRAVA-DISCREPANCIA
           END-IF
           PERFORM P210-LE-RESPOSTA
           .

       P210-LE-RESPOSTA.
           READ RSR-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P300-VALIDA-E-BAIXA.
           MOVE ZEROS TO WS-RST-ACHOU
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
                      OR WS-RST-ACHOU > ZEROS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-NUMERO = RSR-NUMERO
                   MOVE WS-RST-IDX TO WS-RST-ACHOU
               END-IF
           END-PERFORM
           IF WS-RST-ACHOU = ZEROS
               MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           MOVE WS-RST-IMAGEM(WS-RST-ACHOU) TO RST-REGISTRO
           IF NOT RST-ENVIADA
               MOVE "PEDIDO NAO ESTA AGUARDANDO RETORNO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF RSR-VALOR NOT = RST-VALOR
               MOVE "VALOR DIFERENTE DO ENVIADO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

           EVALUATE RSR-SITUACAO
               WHEN "P"
                   SET RST-LIQUIDADA TO TRUE
                   MOVE RSR-DATA TO RST-DT-RETORNO
                   ADD 1 TO WS-TOTAL-PAGOS
               WHEN "D"
                   SET RST-DEVOLVIDA TO TRUE
                   MOVE RSR-DATA   TO RST-DT-RETORNO
                   MOVE RSR-MOTIVO TO RST-MOTIVO
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   PERFORM P400-POSTA-DEVOLUCAO
      *>           A DEVOLUCAO NAO E ERRO DO ARQUIVO, MAS O BALCAO
      *>           PRECISA PROCURAR O CLIENTE - VAI PARA O RELATORIO.
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   STRING "TRANSFERENCIA DEVOLVIDA: " DELIMITED BY SIZE
                          RSR-MOTIVO                  DELIMITED BY SIZE
                       INTO WS-MOTIVO-REJEICAO
                   END-STRING
                   PERFORM P500-GRAVA-DISCREPANCIA
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "SITUACAO DE RETORNO INVALIDA"
                       TO WS-MOTIVO-REJEICAO
                   GO TO P300-SAIDA
           END-EVALUATE
           MOVE RST-REGISTRO TO WS-RST-IMAGEM(WS-RST-ACHOU)
           .
       P300-SAIDA.
           EXIT.

       P400-POSTA-DEVOLUCAO.
      *>   O SALDO CREDOR DEBITADO NO ENVIO VOLTA AO CLIENTE; A
      *>   ENTRADA DEVOLVIDA FICA PARA UM NOVO PEDIDO NO BALCAO.
           IF RST-SALDO-CREDOR
               MOVE RST-COD-CLIENTE    TO CRS-COD-CLIENTE
               MOVE RST-CLIENTE        TO CRS-CLIENTE
               MOVE RST-CONTRATO       TO CRS-CONTRATO
               MOVE ZEROS              TO CRS-PARCELA
               MOVE "C"                TO CRS-TIPO
               MOVE RST-VALOR          TO CRS-VALOR
               MOVE RSR-DATA           TO CRS-DATA
               ACCEPT CRS-HORA FROM TIME
               MOVE "LOTE"             TO CRS-OPERADOR
               MOVE "RESTRET"          TO CRS-ORIGEM
               WRITE CRS-REGISTRO
           END-IF

           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO RESTDEVO SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "RESTDEVO"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-RC-DATA-HOJE TO CTB-DATA
                   MOVE "RESTDEVO"     TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE RST-VALOR      TO CTB-VALOR
                   MOVE RST-CONTRATO   TO CTB-CONTRATO
                   MOVE "C"            TO EMU-FUNCAO
                   MOVE CTB-CONTRATO   TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA    TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH

           MOVE RST-VALOR TO WS-MVB-VALOR
           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "RESTITUICAO DEVOLVIDA " RST-NUMERO
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING RSR-DATA WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA
           .

       P500-GRAVA-DISCREPANCIA.
           MOVE RSR-NUMERO         TO WS-DL-NUMERO
           MOVE RSR-DATA           TO WS-DL-DATA
           MOVE RSR-VALOR          TO WS-DL-VALOR
           MOVE WS-MOTIVO-REJEICAO TO WS-DL-MOTIVO
           MOVE WS-LINHA-DISCR     TO DISCR-LINHA
           WRITE DISCR-LINHA
           .

       P800-REGRAVA-PEDIDOS.
           IF WS-TOTAL-PAGOS = ZEROS AND WS-TOTAL-DEVOLVIDOS = ZEROS
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT RST-FILE
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               WRITE RST-REGISTRO
           END-PERFORM
           CLOSE RST-FILE
           .
       P800-SAIDA.
           EXIT.

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-RESTRET
               CLOSE RSR-FILE
           END-IF
           CLOSE CRS-FILE
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           CLOSE DISCR-FILE
           PERFORM P800-REGRAVA-PEDIDOS THRU P800-SAIDA
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "RESPOSTAS LIDAS        : " WS-TOTAL-LIDOS
           DISPLAY "TRANSFERENCIAS PAGAS   : " WS-TOTAL-PAGOS
           DISPLAY "TRANSFERENCIAS DEVOLV. : " WS-TOTAL-DEVOLVIDOS
           DISPLAY "ITENS REJEITADOS       : " WS-TOTAL-REJEITADOS
           IF NOT SEM-ARQUIVO-RESTRET
               MOVE "C" TO WS-RC-SITUACAO
               PERFORM P097-GRAVA-RUN-CONTROL
           END-IF
           GOBACK.

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "RESTRET "       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS    TO BAT-LIDOS
           COMPUTE BAT-PROCESSADOS =
                   WS-TOTAL-PAGOS + WS-TOTAL-DEVOLVIDOS
           MOVE WS-TOTAL-REJEITADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       P095-VERIFICA-RUN-CONTROL.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "RESTRET "
                      AND RUN-DATA = WS-RC-DATA-HOJE
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
               DISPLAY "RESTRET JA PROCESSADO HOJE - RERUN "
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
           MOVE "RESTRET " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM restRet.
