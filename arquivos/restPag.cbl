      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily refund payout - takes the approved refund
      *          requests of RESTITUI.DAT (restitui) and writes the
      *          transfer order file RESTPAG.TXT for the bank, one
      *          line per request with the client's bank details, in
      *          the layout of the merchant orders (LOJPAG.TXT). Each
      *          request sent is marked enviada; a credit-balance
      *          refund (origin S) is debited from CREDSALD.DAT with an
      *          R row, and one that the balance no longer covers (the
      *          credit was applied to a parcela or a fee meanwhile)
      *          is cancelled with the reason instead of paid. Each
      *          payout is posted through the CONTABIL.DAT feed as
      *          RESTITUI and registered as an expected debit for the
      *          bank reconciliation (movBcoUtil). The bank's answer
      *          is applied by restRet. Run-control protected and
      *          control-totalled like the other posting batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restPag.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RST-FILE ASSIGN TO "RESTITUI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT PAGO-FILE ASSIGN TO "RESTPAG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAGO-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RST-FILE.
           COPY RSTFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  PAGO-FILE.
       01  PAGO-LINHA          PIC X(120).

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.

       01  WS-VARIAVEIS.
           03  WS-RST-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-PAGO-STATUS      PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RST-EOF          PIC X VALUE "N".
               88  FIM-PEDIDOS        VALUE "S".
           03  WS-CRS-EOF          PIC X VALUE "N".
               88  FIM-LEDGER         VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-LINHA-EDIT       PIC X(120).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-ENVIADOS     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-CANCELADOS   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-PENDENTES    PIC 9(06) VALUE ZEROS.
           03  WS-TOT-ENVIADO      PIC 9(10)V99 VALUE ZEROS.
           03  WS-VALOR-ORDEM      PIC 9(10)V99.
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".

      *>   CADA TRANSFERENCIA SAI DA CONTA DA EMPRESA - A
      *>   CONCILIACAO BANCARIA (concBco) PROCURA NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "RESTITUI".
           03  WS-MVB-REFERENCIA   PIC X(30).

      *>   RESTITUI.DAT INTEIRO EM MEMORIA - OS PEDIDOS ENVIADOS E
      *>   CANCELADOS SAO MARCADOS NA TABELA E O ARQUIVO E REGRAVADO.
       01  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-PEDIDOS.
           03  WS-RST-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-PEDIDOS.
               05  WS-RST-IMAGEM   PIC X(150).
       77  WS-RST-IDX              PIC 9(05).

      *>   SALDO CREDOR DE CADA CLIENTE COM PEDIDO DE ORIGEM S
      *>   APROVADO, TIRADO DO LEDGER E BAIXADO A CADA ENVIO.
       01  WS-QTD-SALDOS           PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-SALDOS.
           03  WS-SLD-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-SALDOS.
               05  WS-SLD-CLIENTE  PIC 9(05).
               05  WS-SLD-VALOR    PIC S9(08)V99.
       77  WS-SLD-IDX              PIC 9(05).
       77  WS-SLD-ACHOU            PIC 9(05).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P100-CARREGA-PEDIDOS
           IF NOT FIM-PEDIDOS
               DISPLAY "RESTITUI.DAT EXCEDE A TABELA DE PEDIDOS - "
                       "RESTITUICOES NAO PROCESSADAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P150-CARREGA-SALDOS THRU P150-SAIDA

           OPEN OUTPUT PAGO-FILE
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

           MOVE SPACES TO WS-LINHA-EDIT
           STRING "ORDENS DE RESTITUICAO A CLIENTES - GERADO EM "
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               EVALUATE TRUE
                   WHEN RST-APROVADA
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM P200-PROCESSA-PEDIDO THRU P200-SAIDA
                       MOVE RST-REGISTRO
                           TO WS-RST-IMAGEM(WS-RST-IDX)
                   WHEN RST-PENDENTE
                       ADD 1 TO WS-QTD-PENDENTES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-LINHA-EDIT
           STRING "TOTAL;" WS-QTD-ENVIADOS ";" WS-TOT-ENVIADO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           CLOSE PAGO-FILE
           CLOSE CRS-FILE
           CLOSE CTB-FILE
           CLOSE CTH-FILE

           PERFORM P800-REGRAVA-PEDIDOS THRU P800-SAIDA
           PERFORM P930-GRAVA-RESUMO
           MOVE "C" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           DISPLAY "PEDIDOS APROVADOS LIDOS.....: " WS-TOTAL-LIDOS
           DISPLAY "TRANSFERENCIAS ENVIADAS.....: " WS-QTD-ENVIADOS
           DISPLAY "VALOR TOTAL ENVIADO.........: " WS-TOT-ENVIADO
           DISPLAY "CANCELADOS SALDO INSUFIC....: " WS-QTD-CANCELADOS
           DISPLAY "AGUARDANDO APROVACAO........: " WS-QTD-PENDENTES
           DISPLAY "ORDENS DE TRANSFERENCIA.....: RESTPAG.TXT"
           GOBACK.

       P095-VERIFICA-RUN-CONTROL.
      *>   A RESTITUICAO PAGA DINHEIRO E LANCA NO RAZAO - UMA SEGUNDA
      *>   RODADA NO MESMO DIA MANDARIA DE NOVO O ARQUIVO AO BANCO.
      *>   SO RERODA COM LINHA F LIBERADA NO runCtl.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "RESTPAG "
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
               DISPLAY "RESTPAG JA PROCESSADO HOJE - RERUN "
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
           MOVE "RESTPAG " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       P100-CARREGA-PEDIDOS.
      *>   FIM-PEDIDOS DESLIGADO NA VOLTA = ARQUIVO MAIOR QUE A
      *>   TABELA; REGRAVAR A PARTIR DELA TRUNCARIA O ARQUIVO.
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE "N" TO WS-RST-EOF
           OPEN INPUT RST-FILE
           IF WS-RST-STATUS = "00"
               PERFORM P110-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS OR WS-QTD-PEDIDOS = 5000
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE RST-REGISTRO TO WS-RST-IMAGEM(WS-QTD-PEDIDOS)
                   PERFORM P110-LE-PEDIDO
               END-PERFORM
               CLOSE RST-FILE
           ELSE
               SET FIM-PEDIDOS TO TRUE
           END-IF
           .

       P110-LE-PEDIDO.
           READ RST-FILE
               AT END SET FIM-PEDIDOS TO TRUE
           END-READ
           .

       P150-CARREGA-SALDOS.
      *>   SO INTERESSA O SALDO DE QUEM TEM PEDIDO DE ORIGEM S
      *>   APROVADO; O LEDGER E LIDO UMA VEZ SO.
           MOVE ZEROS TO WS-QTD-SALDOS
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-QTD-PEDIDOS
               MOVE WS-RST-IMAGEM(WS-RST-IDX) TO RST-REGISTRO
               IF RST-APROVADA AND RST-SALDO-CREDOR
                   MOVE RST-COD-CLIENTE TO CRS-COD-CLIENTE
                   PERFORM P170-LOCALIZA-SALDO
                   IF WS-SLD-ACHOU = ZEROS
                       ADD 1 TO WS-QTD-SALDOS
                       MOVE RST-COD-CLIENTE
                           TO WS-SLD-CLIENTE(WS-QTD-SALDOS)
                       MOVE ZEROS TO WS-SLD-VALOR(WS-QTD-SALDOS)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-SALDOS = ZEROS
               GO TO P150-SAIDA
           END-IF
           MOVE "N" TO WS-CRS-EOF
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS NOT = "00"
               GO TO P150-SAIDA
           END-IF
           PERFORM P160-LE-LEDGER
           PERFORM UNTIL FIM-LEDGER
               PERFORM P170-LOCALIZA-SALDO
               IF WS-SLD-ACHOU > ZEROS
                   IF CRS-CREDITO
                       ADD CRS-VALOR TO WS-SLD-VALOR(WS-SLD-ACHOU)
                   ELSE
                       SUBTRACT CRS-VALOR
                           FROM WS-SLD-VALOR(WS-SLD-ACHOU)
                   END-IF
               END-IF
               PERFORM P160-LE-LEDGER
           END-PERFORM
           CLOSE CRS-FILE
           .
       P150-SAIDA.
           EXIT.

       P160-LE-LEDGER.
           READ CRS-FILE
               AT END SET FIM-LEDGER TO TRUE
           END-READ
           .

       P170-LOCALIZA-SALDO.
           MOVE ZEROS TO WS-SLD-ACHOU
           PERFORM VARYING WS-SLD-IDX FROM 1 BY 1
                   UNTIL WS-SLD-IDX > WS-QTD-SALDOS
                      OR WS-SLD-ACHOU > ZEROS
               IF WS-SLD-CLIENTE(WS-SLD-IDX) = CRS-COD-CLIENTE
                   MOVE WS-SLD-IDX TO WS-SLD-ACHOU
               END-IF
           END-PERFORM
           .

       P200-PROCESSA-PEDIDO.
      *>   O SALDO CREDOR PODE TER SIDO APLICADO EM PARCELA OU TARIFA
      *>   DEPOIS DO PEDIDO - O QUE NAO TEM MAIS COBERTURA NAO SAI.
           IF RST-SALDO-CREDOR
               MOVE RST-COD-CLIENTE TO CRS-COD-CLIENTE
               PERFORM P170-LOCALIZA-SALDO
               IF WS-SLD-VALOR(WS-SLD-ACHOU) < RST-VALOR
                   SET RST-CANCELADA TO TRUE
                   MOVE "SALDO INSUFICIENTE" TO RST-MOTIVO
                   MOVE WS-DATA-HOJE TO RST-DT-RETORNO
                   ADD 1 TO WS-QTD-CANCELADOS
                   DISPLAY "PEDIDO " RST-NUMERO " CLIENTE "
                           RST-COD-CLIENTE
                           " CANCELADO - SALDO CREDOR INSUFICIENTE"
                   GO TO P200-SAIDA
               END-IF
               SUBTRACT RST-VALOR FROM WS-SLD-VALOR(WS-SLD-ACHOU)
               PERFORM P300-GRAVA-LEDGER
           END-IF

           MOVE SPACES TO WS-LINHA-EDIT
           STRING RST-NUMERO ";" RST-COD-CLIENTE ";" RST-CLIENTE ";"
                  RST-TIPO-PESSOA ";" RST-CPF-CNPJ ";" RST-BANCO ";"
                  RST-AGENCIA ";" RST-CONTA ";" RST-DIGITO ";"
                  RST-TIPO-CONTA ";" RST-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA

           SET RST-ENVIADA TO TRUE
           MOVE WS-DATA-HOJE TO RST-DT-ENVIO
           ADD 1 TO WS-QTD-ENVIADOS
           ADD RST-VALOR TO WS-TOT-ENVIADO

           PERFORM P400-POSTA-CONTABIL
           MOVE RST-VALOR TO WS-VALOR-ORDEM
           MOVE SPACES TO WS-MVB-REFERENCIA
           STRING "RESTITUICAO " RST-NUMERO " CLIENTE "
                  RST-COD-CLIENTE
                  DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                   WS-VALOR-ORDEM WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA
           .
       P200-SAIDA.
           EXIT.

       P300-GRAVA-LEDGER.
           MOVE RST-COD-CLIENTE    TO CRS-COD-CLIENTE
           MOVE RST-CLIENTE        TO CRS-CLIENTE
           MOVE RST-CONTRATO       TO CRS-CONTRATO
           MOVE ZEROS              TO CRS-PARCELA
           MOVE "R"                TO CRS-TIPO
           MOVE RST-VALOR          TO CRS-VALOR
           MOVE WS-DATA-HOJE       TO CRS-DATA
           ACCEPT CRS-HORA FROM TIME
           MOVE "LOTE"             TO CRS-OPERADOR
           MOVE "RESTPAG"          TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           .

       P400-POSTA-CONTABIL.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO RESTITUI SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "RESTITUI"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-DATA-HOJE   TO CTB-DATA
                   MOVE "RESTITUI"     TO CTB-EVENTO
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
      *>           O FEED DO DIA E REGRAVADO PELO glExtract - O
      *>           ACUMULADO PARA A PROVA MENSAL VAI DIRETO AO
      *>           CONTABHIS.DAT.
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           .

       P800-REGRAVA-PEDIDOS.
           IF WS-QTD-ENVIADOS = ZEROS AND WS-QTD-CANCELADOS = ZEROS
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

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "RESTPAG "        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS    TO BAT-LIDOS
           MOVE WS-QTD-ENVIADOS   TO BAT-PROCESSADOS
           MOVE WS-QTD-CANCELADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM restPag.
