      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily deposit of the post-dated cheques in custody
      *          (CHEQUE.DAT) - every cheque still em custodia whose
      *          good-for date has arrived goes on the deposit list
      *          (CHEQDEP.RPT) and is posted to its contract through
      *          the normal payment path: the value is applied to the
      *          open parcelas in sequence (PAGMAST.DAT counter or
      *          partial, one PAGHIST.DAT P row per parcela with
      *          operator CHEQUE) and what is left once the contract
      *          has nothing more open becomes a client credit in
      *          CREDSALD.DAT (origem CHEQUE). A cheque whose contract
      *          is no longer active, was assigned or is in use at a
      *          counter stays in custody and is listed for the desk.
      *          The day's deposit total goes to MOVBCO.DAT for the
      *          bank reconciliation. Option 1 only shows the list.
      *          Run-control protected and control-totalled to
      *          BATCHSUM.DAT like the other posting batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chequeDep.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CHQ-FILE ASSIGN TO "CHEQUE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQ-STATUS.

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
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT LST-FILE ASSIGN TO "CHEQDEP.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LST-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQ-FILE.
           COPY CHQFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  PER-FILE.
           COPY PERFD.

       FD  LST-FILE.
       01  LST-LINHA           PIC X(100).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-CONTROLE.
           03  WS-CHQ-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-PER-STATUS       PIC XX.
           03  WS-LST-STATUS       PIC XX.
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
           03  WS-CHQ-EOF          PIC X.
               88  FIM-CHEQUES        VALUE "S".
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-JAN-PROGRAMA     PIC X(16) VALUE "chequeDep".
           03  WS-JAN-LIBERADO     PIC X.
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-POSTADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-CREDITOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-DEPOSITO   PIC 9(10)V99 VALUE ZEROS.
           03  WS-VALOR-RESTANTE   PIC 9(06)V99.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-VALOR-POSTADO    PIC 9(06)V99.
           03  WS-PARCELA-POSTAR   PIC 999.
           03  WS-MOTIVO-REJEICAO  PIC X(40).
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-TOTAL-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(100).

      *>   CHEQUE.DAT INTEIRO EM MEMORIA - O DEPOSITO MARCA AS
      *>   LINHAS E O ARQUIVO E REGRAVADO NO FIM.
       01  WS-QTD-CUSTODIA         PIC 9(05) VALUE ZEROS.
       01  WS-CHQ-CHEIA            PIC X VALUE "N".
           88  CHEQUES-TRANSBORDOU    VALUE "S".
       01  WS-TABELA-CHEQUES.
           03  WS-CHQ-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CUSTODIA.
               05  WS-CHQ-IMAGEM   PIC X(155).
       77  WS-CHQ-IDX              PIC 9(05).

       01  WS-EVENTO.
           03  WS-EVT-TIPO         PIC X(10) VALUE "CHQDEPOS".
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-OPER         PIC X(08) VALUE "CHEQUE".
           03  WS-EVT-DETALHE      PIC X(30).

      *>   O DEPOSITO DO DIA ENTRA NA CONTA DA EMPRESA PELO TOTAL -
      *>   E O QUE A CONCILIACAO BANCARIA (concBco) PROCURA NO
      *>   EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "CHEQUE".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-LINHA-DEP.
           03  WS-LD-ID            PIC 9(07).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-PARCELA       PIC 999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-CLIENTE       PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-BANCO         PIC 9(03).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-AGENCIA       PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-CONTA         PIC 9(10).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-NUMERO        PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-VALOR         PIC ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-OBS           PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-TOTAL-LIDOS WS-TOTAL-POSTADOS
                         WS-TOTAL-REJEITADOS WS-TOTAL-CREDITOS
                         WS-TOTAL-DEPOSITO
           MOVE "N" TO WS-RERUN-BLOQ
           PERFORM P100-CARREGA-CHEQUES

           DISPLAY "=============================================="
           DISPLAY "     DEPOSITO DOS CHEQUES PRE-DATADOS"
           DISPLAY "=============================================="
           DISPLAY "1 - LISTAR CHEQUES A DEPOSITAR HOJE"
           DISPLAY "2 - DEPOSITAR E POSTAR NOS CONTRATOS"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-LISTA-A-DEPOSITAR
               WHEN 2
                   PERFORM P300-DEPOSITA THRU P300-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           GOBACK.

       P100-CARREGA-CHEQUES.
           MOVE ZEROS TO WS-QTD-CUSTODIA
           MOVE "N" TO WS-CHQ-CHEIA
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHQ-FILE
           IF WS-CHQ-STATUS = "00"
               PERFORM P110-LE-CHEQUE
               PERFORM UNTIL FIM-CHEQUES OR CHEQUES-TRANSBORDOU
                   IF WS-QTD-CUSTODIA = 20000
                       SET CHEQUES-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-CUSTODIA
                       MOVE CHQ-REGISTRO
                           TO WS-CHQ-IMAGEM(WS-QTD-CUSTODIA)
                       PERFORM P110-LE-CHEQUE
                   END-IF
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF
           .

       P110-LE-CHEQUE.
           READ CHQ-FILE
               AT END SET FIM-CHEQUES TO TRUE
           END-READ
           .

       P200-LISTA-A-DEPOSITAR.
           DISPLAY "CUSTODIA CONTR. PAR CLIENTE              BCO "
                   "AGENC CONTA      NUMERO      VALOR"
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               IF CHQ-EM-CUSTODIA
                  AND CHQ-DT-BOM-PARA <= WS-DATA-HOJE
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD CHQ-VALOR TO WS-TOTAL-DEPOSITO
                   MOVE SPACES TO WS-MOTIVO-REJEICAO
                   PERFORM P250-MONTA-LINHA
                   DISPLAY WS-LINHA-DEP
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-DEPOSITO TO WS-TOTAL-ED
           DISPLAY "CHEQUES A DEPOSITAR: " WS-TOTAL-LIDOS
                   "  TOTAL: " WS-TOTAL-ED
           .

       P250-MONTA-LINHA.
           MOVE CHQ-ID          TO WS-LD-ID
           MOVE CHQ-CONTRATO    TO WS-LD-CONTRATO
           MOVE CHQ-PARCELA     TO WS-LD-PARCELA
           MOVE CHQ-CLIENTE     TO WS-LD-CLIENTE
           MOVE CHQ-BANCO       TO WS-LD-BANCO
           MOVE CHQ-AGENCIA     TO WS-LD-AGENCIA
           MOVE CHQ-CONTA       TO WS-LD-CONTA
           MOVE CHQ-NUMERO      TO WS-LD-NUMERO
           MOVE CHQ-VALOR       TO WS-LD-VALOR
           MOVE WS-MOTIVO-REJEICAO TO WS-LD-OBS
           .

       P300-DEPOSITA.
           IF CHEQUES-TRANSBORDOU
               DISPLAY "CADASTRO DE CHEQUES CHEIO - DEPOSITO NAO "
                       "PODE SER PROCESSADO."
               GO TO P300-SAIDA
           END-IF
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GO TO P300-SAIDA
           END-IF
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GO TO P300-SAIDA
           END-IF
      *>   DEPOSITO DE HOJE CAI NA COMPETENCIA DE HOJE - FECHADA,
      *>   NADA POSTA E OS CHEQUES FICAM NA CUSTODIA.
           PERFORM P108-VERIFICA-PERIODO
           IF COMPETENCIA-FECHADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA-MOV " JA FECHADA "
                       "PELA CONTABILIDADE - DEPOSITO NAO POSTADO."
               GO TO P300-SAIDA
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           OPEN INPUT FIN-FILE
           OPEN I-O PAG-FILE
           IF WS-PAG-STATUS = "35"
               OPEN OUTPUT PAG-FILE
               CLOSE PAG-FILE
               OPEN I-O PAG-FILE
           END-IF
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN EXTEND HIST-FILE
           END-IF
           OPEN OUTPUT LST-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "LISTA DE DEPOSITO DE CHEQUES - " DELIMITED BY SIZE
                  WS-DATA-HOJE                      DELIMITED BY SIZE
               INTO WS-LINHA-EDIT
           END-STRING
           MOVE WS-LINHA-EDIT TO LST-LINHA
           WRITE LST-LINHA
           MOVE SPACES TO LST-LINHA
           STRING "CUSTODIA CONTR. PAR CLIENTE              BCO "
                  "AGENC CONTA      NUMERO      VALOR OBSERVACAO"
                  DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA
           MOVE ALL "=" TO LST-LINHA
           WRITE LST-LINHA

           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               IF CHQ-EM-CUSTODIA
                  AND CHQ-DT-BOM-PARA <= WS-DATA-HOJE
                   PERFORM P310-DEPOSITA-CHEQUE THRU P310-SAIDA
               END-IF
           END-PERFORM

           MOVE ALL "=" TO LST-LINHA
           WRITE LST-LINHA
           MOVE WS-TOTAL-DEPOSITO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CHEQUES DEPOSITADOS: " DELIMITED BY SIZE
                  WS-TOTAL-POSTADOS       DELIMITED BY SIZE
                  "  TOTAL DO DEPOSITO: " DELIMITED BY SIZE
                  WS-TOTAL-ED             DELIMITED BY SIZE
                  "  FICAM NA CUSTODIA: " DELIMITED BY SIZE
                  WS-TOTAL-REJEITADOS     DELIMITED BY SIZE
               INTO WS-LINHA-EDIT
           END-STRING
           MOVE WS-LINHA-EDIT TO LST-LINHA
           WRITE LST-LINHA

           CLOSE LST-FILE
           CLOSE HIST-FILE
           CLOSE PAG-FILE
           CLOSE FIN-FILE
           PERFORM P800-REGRAVA-CHEQUES

           IF WS-TOTAL-DEPOSITO > ZEROS
               MOVE WS-TOTAL-DEPOSITO TO WS-MVB-VALOR
               MOVE SPACES TO WS-MVB-REFERENCIA
               STRING "DEPOSITO CHEQUES " WS-DATA-HOJE
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
               CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                       WS-MVB-VALOR WS-MVB-ORIGEM
                                       WS-MVB-REFERENCIA
           END-IF

           PERFORM P930-GRAVA-RESUMO
           MOVE "C" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           DISPLAY "CHEQUES A DEPOSITAR: " WS-TOTAL-LIDOS
           DISPLAY "CHEQUES DEPOSITADOS: " WS-TOTAL-POSTADOS
           DISPLAY "FICAM NA CUSTODIA  : " WS-TOTAL-REJEITADOS
           DISPLAY "CREDITOS GERADOS   : " WS-TOTAL-CREDITOS
           DISPLAY "TOTAL DO DEPOSITO  : " WS-TOTAL-ED
           DISPLAY "LISTA GRAVADA EM CHEQDEP.RPT"
           .
       P300-SAIDA.
           EXIT.

       P310-DEPOSITA-CHEQUE.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE CHQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "CONTRATO NAO EXISTE" TO WS-MOTIVO-REJEICAO
           END-READ
           IF WS-MOTIVO-REJEICAO = SPACES
               IF FIN-CEDIDO
                   MOVE "CONTRATO CEDIDO" TO WS-MOTIVO-REJEICAO
               ELSE
                   IF NOT FIN-ATIVO
                       MOVE "CONTRATO NAO ATIVO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               GO TO P310-REJEITA
           END-IF

      *>   O CONTRATO PODE ESTAR ABERTO NUM CAIXA - O CHEQUE FICA
      *>   PARA O PROXIMO DEPOSITO EM VEZ DE PISAR NO PAGAMENTO.
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE WITH LOCK
               INVALID KEY
                   MOVE FIN-CONTRATO     TO WS-PAG-CONTRATO
                   MOVE FIN-CLIENTE      TO WS-PAG-CLIENTE
                   MOVE FIN-NUM-PARCELAS TO WS-PAG-NUM-PARCELAS
                   MOVE ZEROS            TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS            TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-CONTRATO         TO WS-PAG-CONTRATO
                   MOVE PAG-CLIENTE          TO WS-PAG-CLIENTE
                   MOVE PAG-NUM-PARCELAS     TO WS-PAG-NUM-PARCELAS
                   MOVE PAG-ULT-PARCELA-PAGA
                       TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ
           IF WS-PAG-STATUS = "51" OR WS-PAG-STATUS = "99"
               MOVE "CONTRATO EM USO" TO WS-MOTIVO-REJEICAO
               GO TO P310-REJEITA
           END-IF

      *>   O VALOR DO CHEQUE QUITA AS PARCELAS ABERTAS NA ORDEM,
      *>   COMO O CAIXA; SEM PARCELA ABERTA O RESTO VIRA CREDITO.
           MOVE CHQ-VALOR TO WS-VALOR-RESTANTE
           PERFORM P320-POSTA-PARCELA
                   UNTIL WS-VALOR-RESTANTE = ZEROS
                      OR WS-PAG-ULT-PARCELA-PAGA >= FIN-NUM-PARCELAS
           MOVE FIN-NUM-PARCELAS TO WS-PAG-NUM-PARCELAS
           PERFORM P400-GRAVA-PAGAMENTO

           MOVE ZEROS TO CHQ-VALOR-CREDITO
           IF WS-VALOR-RESTANTE > ZEROS
               MOVE WS-VALOR-RESTANTE TO CHQ-VALOR-CREDITO
               PERFORM P420-GRAVA-CREDITO
               MOVE "SOBRA EM SALDO CREDOR" TO WS-MOTIVO-REJEICAO
           END-IF

           SET CHQ-DEPOSITADO TO TRUE
           MOVE WS-DATA-HOJE  TO CHQ-DT-DEPOSITO
           MOVE CHQ-REGISTRO  TO WS-CHQ-IMAGEM(WS-CHQ-IDX)
           ADD 1 TO WS-TOTAL-POSTADOS
           ADD CHQ-VALOR TO WS-TOTAL-DEPOSITO
           PERFORM P250-MONTA-LINHA
           MOVE WS-LINHA-DEP TO LST-LINHA
           WRITE LST-LINHA

           MOVE CHQ-VALOR TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "CHEQUE " CHQ-ID " DEPOSITADO"
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           CALL "evtUtil" USING CHQ-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-EVT-OPER
                                WS-EVT-DETALHE
           GO TO P310-SAIDA
           .
       P310-REJEITA.
           ADD 1 TO WS-TOTAL-REJEITADOS
           PERFORM P250-MONTA-LINHA
           MOVE "FICA NA CUSTODIA"  TO WS-LD-OBS
           MOVE WS-LINHA-DEP TO LST-LINHA
           WRITE LST-LINHA
           MOVE SPACES TO LST-LINHA
           STRING "         MOTIVO: " WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA
           DISPLAY "CHEQUE " CHQ-ID " NAO DEPOSITADO: "
                   WS-MOTIVO-REJEICAO
           .
       P310-SAIDA.
           EXIT.

       P320-POSTA-PARCELA.
           COMPUTE WS-PARCELA-POSTAR = WS-PAG-ULT-PARCELA-PAGA + 1
           COMPUTE WS-VALOR-DEVIDO =
                   FIN-PARCELAS(WS-PARCELA-POSTAR)
                   - WS-PAG-VALOR-PARCIAL-PAGO
           IF WS-VALOR-RESTANTE < WS-VALOR-DEVIDO
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-POSTADO
               ADD WS-VALOR-POSTADO TO WS-PAG-VALOR-PARCIAL-PAGO
           ELSE
               MOVE WS-VALOR-DEVIDO TO WS-VALOR-POSTADO
               ADD 1 TO WS-PAG-ULT-PARCELA-PAGA
               MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
           END-IF
           SUBTRACT WS-VALOR-POSTADO FROM WS-VALOR-RESTANTE
           IF WS-VALOR-POSTADO > ZEROS
               PERFORM P410-GRAVA-HISTORICO
           END-IF
           .

       P400-GRAVA-PAGAMENTO.
           MOVE WS-PAG-CONTRATO         TO PAG-CONTRATO
           MOVE WS-PAG-CLIENTE          TO PAG-CLIENTE
           MOVE WS-PAG-NUM-PARCELAS     TO PAG-NUM-PARCELAS
           MOVE WS-PAG-ULT-PARCELA-PAGA TO PAG-ULT-PARCELA-PAGA
           MOVE WS-PAG-VALOR-PARCIAL-PAGO TO PAG-VALOR-PARCIAL-PAGO

           WRITE PAG-REGISTRO
               INVALID KEY
                   REWRITE PAG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PAGAMENTO: "
                                   WS-PAG-STATUS
                   END-REWRITE
           END-WRITE
           .

       P410-GRAVA-HISTORICO.
           MOVE WS-PAG-CONTRATO   TO PAGH-CONTRATO
           MOVE "P"               TO PAGH-TIPO
           MOVE WS-PAG-CLIENTE    TO PAGH-CLIENTE
           MOVE WS-PARCELA-POSTAR TO PAGH-PARCELA
           MOVE WS-DATA-HOJE      TO PAGH-DATA
           ACCEPT PAGH-HORA FROM TIME
           MOVE WS-VALOR-POSTADO  TO PAGH-VALOR
           MOVE "CHEQUE"          TO PAGH-OPERADOR
           WRITE PAGH-REGISTRO
           .

       P420-GRAVA-CREDITO.
           OPEN EXTEND CRS-FILE
           IF WS-CRS-STATUS = "35"
               OPEN OUTPUT CRS-FILE
               CLOSE CRS-FILE
               OPEN EXTEND CRS-FILE
           END-IF
           MOVE FIN-COD-CLIENTE TO CRS-COD-CLIENTE
           MOVE FIN-CLIENTE     TO CRS-CLIENTE
           MOVE CHQ-CONTRATO    TO CRS-CONTRATO
           MOVE CHQ-PARCELA     TO CRS-PARCELA
           MOVE "C"             TO CRS-TIPO
           MOVE WS-VALOR-RESTANTE TO CRS-VALOR
           MOVE WS-DATA-HOJE    TO CRS-DATA
           ACCEPT CRS-HORA FROM TIME
           MOVE "CHEQUE"        TO CRS-OPERADOR
           MOVE "CHEQUE"        TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           ADD 1 TO WS-TOTAL-CREDITOS
           .

       P108-VERIFICA-PERIODO.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P109-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-COMPETENCIA = WS-COMPETENCIA-MOV
                      AND PER-FECHADA
                       SET COMPETENCIA-FECHADA TO TRUE
                   END-IF
                   PERFORM P109-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           END-IF
           .

       P109-LE-PERIODO.
           READ PER-FILE
               AT END SET FIM-PERIODOS TO TRUE
           END-READ
           .

       P800-REGRAVA-CHEQUES.
           OPEN OUTPUT CHQ-FILE
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-QTD-CUSTODIA
               MOVE WS-CHQ-IMAGEM(WS-CHQ-IDX) TO CHQ-REGISTRO
               WRITE CHQ-REGISTRO
           END-PERFORM
           CLOSE CHQ-FILE
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "CHEQDEP "       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS     TO BAT-LIDOS
           MOVE WS-TOTAL-POSTADOS  TO BAT-PROCESSADOS
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
                   IF RUN-PROGRAMA = "CHEQDEP "
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
               DISPLAY "CHEQDEP  JA PROCESSADO HOJE - RERUN "
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
           MOVE "CHEQDEP " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM chequeDep.
