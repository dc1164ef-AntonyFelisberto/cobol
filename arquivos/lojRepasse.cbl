      *          one total per merchant, and posts each repasse
      *          through the CONTABIL.DAT feed with the REPASSE
      *          event of the GLMAPTB.cpy mapping - retiring the
      *          spreadsheet the stores used to be paid from. Open
      *          merchant debts on LOJDEB.DAT (repasse of contracts
      *          cancelled after payment) are netted off the store's
      *          payment, oldest first, and posted as LOJDEBBX.
      *          A store contract whose dossier is still incomplete
      *          (dossUtil) is not paid: it is held on REPRET.DAT and
      *          paid by the first run after its dossier is complete;
      *          a held contract cancelled or settled meanwhile is
      *          closed there without repasse. The merchant subsidy
      *          owed on a contract booked under a promotional rate
      *          campaign (CAMPCTR.DAT) is deducted from that
      *          contract's repasse and flagged as descontado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT LOJ-FILE ASSIGN TO "LOJISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT LDB-FILE ASSIGN TO "LOJDEB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LDB-STATUS.

               SELECT RRT-FILE ASSIGN TO "REPRET.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RRT-STATUS.

               SELECT CMC-FILE ASSIGN TO "CAMPCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMC-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.
           COPY LOJFD.

       FD  PAGO-FILE.
       01  PAGO-LINHA          PIC X(120).

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  LDB-FILE.
           COPY LDBFD.

       FD  RRT-FILE.
           COPY RRTFD.

       FD  CMC-FILE.
           COPY CMCFD.

       FD  RUN-FILE.
           COPY RUNFD.
           03  WS-PAGO-STATUS      PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-LDB-STATUS       PIC XX.
           03  WS-LDB-EOF          PIC X.
               88  FIM-DEBITOS        VALUE "S".
           03  WS-DEB-IDX          PIC 9(04).
           03  WS-VALOR-COMPENSA   PIC 9(08)V99.
           03  WS-TOT-COMPENSADO   PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-LIQUIDO      PIC 9(10)V99 VALUE ZEROS.
           03  WS-LOJ-LIQUIDO      PIC 9(10)V99.
           03  WS-LOJ-EOF          PIC X.
               88  FIM-LOJISTAS       VALUE "S".
           03  WS-LOJ-IDX          PIC 9(03).
           03  WS-VALOR-REPASSE    PIC 9(08)V99.
           03  WS-QTD-CONTRATOS    PIC 9(06) VALUE ZEROS.
           03  WS-TOT-REPASSE      PIC 9(10)V99 VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(120).
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RRT-STATUS       PIC XX.
           03  WS-RRT-EOF          PIC X VALUE "N".
               88  FIM-RETIDOS        VALUE "S".
           03  WS-RRT-IDX          PIC 9(04).
           03  WS-RRT-ACHOU        PIC 9(04).
           03  WS-QTD-RETIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-LIBERADOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-BAIXADOS     PIC 9(06) VALUE ZEROS.
           03  WS-PAGOU            PIC X.
               88  REPASSE-PAGO       VALUE "S".
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".
           03  WS-CMC-STATUS       PIC XX.
           03  WS-CMC-EOF          PIC X VALUE "N".
               88  FIM-CAMPCTR        VALUE "S".
           03  WS-CMC-IDX          PIC 9(05).
           03  WS-CMC-MUDOU        PIC X VALUE "N".
           03  WS-VALOR-SUBSIDIO   PIC 9(08)V99.
           03  WS-TOT-SUBSIDIO     PIC 9(10)V99 VALUE ZEROS.

      *>   CADA ORDEM DE REPASSE SAI DA CONTA DA EMPRESA PELO
      *>   LIQUIDO - A CONCILIACAO BANCARIA (concBco) PROCURA NO
      *>   EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "D".
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "REPASSE".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-QTD-LOJISTAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LOJISTAS.
               05  WS-LOJ-SIT      PIC X(01).
               05  WS-LOJ-QTD      PIC 9(05).
               05  WS-LOJ-TOTAL    PIC 9(10)V99.
               05  WS-LOJ-COMPENSADO PIC 9(10)V99.
               05  WS-LOJ-SUBSIDIO PIC 9(10)V99.

       01  WS-QTD-DEBITOS          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DEBITOS.
           03  WS-DEB-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-DEBITOS.
               05  WS-DEB-REGISTRO PIC X(68).

      *>   REPASSES RETIDOS POR DOSSIE INCOMPLETO (REPRET.DAT).
       01  WS-QTD-REPRET           PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-REPRET.
           03  WS-RRT-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-REPRET.
               05  WS-RRT-REGISTRO PIC X(35).

      *>   CONTRATOS EM CAMPANHA PROMOCIONAL (CAMPCTR.DAT).
       01  WS-QTD-CAMPCTR          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CAMPCTR.
           03  WS-CMC-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CAMPCTR.
               05  WS-CMC-REGISTRO PIC X(75).

      *>   RESPOSTA DO dossUtil.
       01  WS-QTD-PENDENTES        PIC 9(02).
       01  WS-PENDENTES            PIC X(20).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P150-CARREGA-RETIDOS
           IF NOT FIM-RETIDOS
               DISPLAY "REPRET.DAT EXCEDE A TABELA DE RETENCOES - "
                       "REPASSE NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P180-CARREGA-CAMPCTR
           IF NOT FIM-CAMPCTR
               DISPLAY "CAMPCTR.DAT EXCEDE A TABELA DE CAMPANHAS - "
                       "REPASSE NAO PROCESSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           PERFORM P450-COMPENSA-DEBITOS THRU P450-SAIDA
           PERFORM P500-GRAVA-ORDENS
           PERFORM P600-GRAVA-RETIDOS
           PERFORM P610-GRAVA-CAMPCTR

           CLOSE FIN-FILE
           CLOSE PAGO-FILE

           DISPLAY "CONTRATOS REPASSADOS: " WS-QTD-CONTRATOS
           DISPLAY "VALOR TOTAL REPASSE.: " WS-TOT-REPASSE
           DISPLAY "DEBITOS COMPENSADOS.: " WS-TOT-COMPENSADO
           DISPLAY "SUBSIDIO CAMPANHAS..: " WS-TOT-SUBSIDIO
           DISPLAY "VALOR LIQUIDO A PAGAR: " WS-TOT-LIQUIDO
           DISPLAY "RETIDOS - DOSSIE....: " WS-QTD-RETIDOS
           DISPLAY "RETIDOS LIBERADOS...: " WS-QTD-LIBERADOS
           DISPLAY "RETIDOS BAIXADOS....: " WS-QTD-BAIXADOS
           DISPLAY "ORDENS DE PAGAMENTO.: LOJPAG.TXT"
           GOBACK.

                       TO WS-LOJ-SIT(WS-QTD-LOJISTAS)
                   MOVE ZEROS TO WS-LOJ-QTD(WS-QTD-LOJISTAS)
                   MOVE ZEROS TO WS-LOJ-TOTAL(WS-QTD-LOJISTAS)
                   MOVE ZEROS TO WS-LOJ-COMPENSADO(WS-QTD-LOJISTAS)
                   MOVE ZEROS TO WS-LOJ-SUBSIDIO(WS-QTD-LOJISTAS)
                   PERFORM P110-LE-LOJISTA
               END-PERFORM
               CLOSE LOJ-FILE
           END-READ
           .

       P150-CARREGA-RETIDOS.
           MOVE "N" TO WS-RRT-EOF
           OPEN INPUT RRT-FILE
           IF WS-RRT-STATUS NOT = "00"
               SET FIM-RETIDOS TO TRUE
           ELSE
               PERFORM P160-LE-RETIDO
               PERFORM UNTIL FIM-RETIDOS
                       OR WS-QTD-REPRET = 5000
                   ADD 1 TO WS-QTD-REPRET
                   MOVE RRT-REGISTRO TO WS-RRT-REGISTRO(WS-QTD-REPRET)
                   PERFORM P160-LE-RETIDO
               END-PERFORM
               CLOSE RRT-FILE
           END-IF
           .

       P160-LE-RETIDO.
           READ RRT-FILE
               AT END SET FIM-RETIDOS TO TRUE
           END-READ
           .

       P170-LOCALIZA-RETIDO.
      *>   WS-RRT-ACHOU = POSICAO DA RETENCAO EM ABERTO DO CONTRATO,
      *>   OU ZERO SE O REPASSE DELE NAO ESTA RETIDO.
           MOVE ZEROS TO WS-RRT-ACHOU
           PERFORM VARYING WS-RRT-IDX FROM 1 BY 1
                   UNTIL WS-RRT-IDX > WS-QTD-REPRET
               MOVE WS-RRT-REGISTRO(WS-RRT-IDX) TO RRT-REGISTRO
               IF RRT-CONTRATO = FIN-CONTRATO AND RRT-RETIDO
                   MOVE WS-RRT-IDX TO WS-RRT-ACHOU
               END-IF
           END-PERFORM
           .

       P180-CARREGA-CAMPCTR.
           MOVE "N" TO WS-CMC-EOF
           OPEN INPUT CMC-FILE
           IF WS-CMC-STATUS NOT = "00"
               SET FIM-CAMPCTR TO TRUE
           ELSE
               PERFORM P190-LE-CAMPCTR
               PERFORM UNTIL FIM-CAMPCTR
                       OR WS-QTD-CAMPCTR = 20000
                   ADD 1 TO WS-QTD-CAMPCTR
                   MOVE CMC-REGISTRO TO WS-CMC-REGISTRO(WS-QTD-CAMPCTR)
                   PERFORM P190-LE-CAMPCTR
               END-PERFORM
               CLOSE CMC-FILE
           END-IF
           .

       P190-LE-CAMPCTR.
           READ CMC-FILE
               AT END SET FIM-CAMPCTR TO TRUE
           END-READ
           .

       P200-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-LOJISTA IS NUMERIC
                      AND FIN-COD-LOJISTA > ZEROS
                       PERFORM P170-LOCALIZA-RETIDO
                       IF FIN-DT-CONTRATO = WS-DATA-REPASSE
                          OR WS-RRT-ACHOU > ZEROS
                           PERFORM P250-VERIFICA-DOSSIE
                               THRU P250-SAIDA
                       END-IF
                   END-IF
           END-READ
           .

       P250-VERIFICA-DOSSIE.
      *>   CONTRATO RETIDO QUE SAIU DA CARTEIRA (CANCELADO, QUITADO)
      *>   ANTES DE O DOSSIE CHEGAR NAO GERA MAIS REPASSE.
           IF NOT FIN-ATIVO
               IF WS-RRT-ACHOU > ZEROS
                   MOVE WS-RRT-REGISTRO(WS-RRT-ACHOU) TO RRT-REGISTRO
                   MOVE "X" TO RRT-SITUACAO
                   PERFORM P270-ATUALIZA-RETIDO
                   ADD 1 TO WS-QTD-BAIXADOS
               END-IF
               GO TO P250-SAIDA
           END-IF

           CALL "dossUtil" USING FIN-CONTRATO FIN-COD-PRODUTO
                                 WS-QTD-PENDENTES WS-PENDENTES
           IF WS-QTD-PENDENTES > ZEROS
               ADD 1 TO WS-QTD-RETIDOS
               IF WS-RRT-ACHOU = ZEROS
                   PERFORM P260-INCLUI-RETIDO
               END-IF
               GO TO P250-SAIDA
           END-IF

           MOVE "N" TO WS-PAGOU
           PERFORM P300-ACUMULA-REPASSE
           IF REPASSE-PAGO AND WS-RRT-ACHOU > ZEROS
               MOVE WS-RRT-REGISTRO(WS-RRT-ACHOU) TO RRT-REGISTRO
               MOVE "L" TO RRT-SITUACAO
               PERFORM P270-ATUALIZA-RETIDO
               ADD 1 TO WS-QTD-LIBERADOS
           END-IF
           .
       P250-SAIDA.
           EXIT.

       P260-INCLUI-RETIDO.
           IF WS-QTD-REPRET = 5000
               DISPLAY "TABELA DE RETENCOES CHEIA - CONTRATO "
                       FIN-CONTRATO " RETIDO SEM REGISTRO"
           ELSE
               ADD 1 TO WS-QTD-REPRET
               MOVE FIN-CONTRATO    TO RRT-CONTRATO
               MOVE FIN-COD-LOJISTA TO RRT-LOJISTA
               MOVE FIN-DT-CONTRATO TO RRT-DT-CONTRATO
               MOVE WS-DATA-HOJE    TO RRT-DT-RETENCAO
               MOVE "R"             TO RRT-SITUACAO
               MOVE ZEROS           TO RRT-DT-BAIXA
               MOVE RRT-REGISTRO TO WS-RRT-REGISTRO(WS-QTD-REPRET)
           END-IF
           .

       P270-ATUALIZA-RETIDO.
           MOVE WS-DATA-HOJE TO RRT-DT-BAIXA
           MOVE RRT-REGISTRO TO WS-RRT-REGISTRO(WS-RRT-ACHOU)
           .

       P300-ACUMULA-REPASSE.
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
                   COMPUTE WS-VALOR-REPASSE ROUNDED =
                           (FIN-VALOR - FIN-ENTRADA)
                           * (100 - WS-LOJ-PCT(WS-LOJ-IDX)) / 100
                   PERFORM P310-DESCONTA-SUBSIDIO
                   SET REPASSE-PAGO TO TRUE
                   ADD 1 TO WS-LOJ-QTD(WS-LOJ-IDX)
                   ADD WS-VALOR-REPASSE
                       TO WS-LOJ-TOTAL(WS-LOJ-IDX)
           END-PERFORM
           .

       P310-DESCONTA-SUBSIDIO.
      *>   CONTRATO DE CAMPANHA COM SUBSIDIO DO LOJISTA: OS JUROS
      *>   QUE A LOJA NOS DEVOLVE SAEM DO REPASSE DESTE CONTRATO (NO
      *>   MAXIMO ATE ZERA-LO) E O REGISTRO FICA COMO DESCONTADO.
           PERFORM VARYING WS-CMC-IDX FROM 1 BY 1
                   UNTIL WS-CMC-IDX > WS-QTD-CAMPCTR
               MOVE WS-CMC-REGISTRO(WS-CMC-IDX) TO CMC-REGISTRO
               IF CMC-CONTRATO = FIN-CONTRATO AND CMC-PENDENTE
                   MOVE CMC-SUBSIDIO TO WS-VALOR-SUBSIDIO
                   IF WS-VALOR-SUBSIDIO > WS-VALOR-REPASSE
                       MOVE WS-VALOR-REPASSE TO WS-VALOR-SUBSIDIO
                   END-IF
                   SUBTRACT WS-VALOR-SUBSIDIO FROM WS-VALOR-REPASSE
                   ADD WS-VALOR-SUBSIDIO
                       TO WS-LOJ-SUBSIDIO(WS-LOJ-IDX)
                   ADD WS-VALOR-SUBSIDIO TO WS-TOT-SUBSIDIO
                   MOVE "D"          TO CMC-SITUACAO
                   MOVE WS-DATA-HOJE TO CMC-DT-DESCONTO
                   MOVE CMC-REGISTRO TO WS-CMC-REGISTRO(WS-CMC-IDX)
                   MOVE "S" TO WS-CMC-MUDOU
               END-IF
           END-PERFORM
           .

       P400-POSTA-CONTABIL.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-REPASSE TO CTB-VALOR
                   MOVE FIN-CONTRATO     TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
      *>           O FEED DO DIA E REGRAVADO PELO glExtract - O
      *>           ACUMULADO PARA A PROVA MENSAL VAI DIRETO AO
           END-SEARCH
           .

       P450-COMPENSA-DEBITOS.
      *>   DEBITO DE LOJISTA (REPASSE DE CONTRATO CANCELADO DEPOIS
      *>   DE PAGO) SAI DO REPASSE DE HOJE DA MESMA LOJA, DO MAIS
      *>   ANTIGO PARA O MAIS NOVO, ATE O LIMITE DO QUE ELA TEM A
      *>   RECEBER. O QUE SOBRAR FICA EM ABERTO NO lojDebito.
           MOVE "N" TO WS-LDB-EOF
           OPEN INPUT LDB-FILE
           IF WS-LDB-STATUS NOT = "00"
               GO TO P450-SAIDA
           END-IF
           PERFORM P460-LE-DEBITO
           PERFORM UNTIL FIM-DEBITOS
                   OR WS-QTD-DEBITOS = 5000
               ADD 1 TO WS-QTD-DEBITOS
               MOVE LDB-REGISTRO TO WS-DEB-REGISTRO(WS-QTD-DEBITOS)
               PERFORM P460-LE-DEBITO
           END-PERFORM
           CLOSE LDB-FILE
           IF NOT FIM-DEBITOS
               DISPLAY "LOJDEB.DAT EXCEDE A TABELA DE COMPENSACAO - "
                       "DEBITOS NAO COMPENSADOS NESTA RODADA"
               GO TO P450-SAIDA
           END-IF

           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEBITOS
               MOVE WS-DEB-REGISTRO(WS-DEB-IDX) TO LDB-REGISTRO
               IF LDB-ABERTO
                   PERFORM P470-COMPENSA-DEBITO
               END-IF
           END-PERFORM

           OPEN OUTPUT LDB-FILE
           PERFORM VARYING WS-DEB-IDX FROM 1 BY 1
                   UNTIL WS-DEB-IDX > WS-QTD-DEBITOS
               MOVE WS-DEB-REGISTRO(WS-DEB-IDX) TO LDB-REGISTRO
               WRITE LDB-REGISTRO
           END-PERFORM
           CLOSE LDB-FILE
           .
       P450-SAIDA.
           EXIT.

       P460-LE-DEBITO.
           READ LDB-FILE
               AT END SET FIM-DEBITOS TO TRUE
           END-READ
           .

       P470-COMPENSA-DEBITO.
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               IF WS-LOJ-CODIGO(WS-LOJ-IDX) = LDB-LOJISTA
                  AND WS-LOJ-TOTAL(WS-LOJ-IDX)
                      > WS-LOJ-COMPENSADO(WS-LOJ-IDX)
                   COMPUTE WS-VALOR-COMPENSA =
                           WS-LOJ-TOTAL(WS-LOJ-IDX)
                         - WS-LOJ-COMPENSADO(WS-LOJ-IDX)
                   IF WS-VALOR-COMPENSA > LDB-SALDO
                       MOVE LDB-SALDO TO WS-VALOR-COMPENSA
                   END-IF
                   ADD WS-VALOR-COMPENSA
                       TO WS-LOJ-COMPENSADO(WS-LOJ-IDX)
                   ADD WS-VALOR-COMPENSA TO WS-TOT-COMPENSADO
                   SUBTRACT WS-VALOR-COMPENSA FROM LDB-SALDO
                   IF LDB-SALDO = ZEROS
                       MOVE "L"          TO LDB-SITUACAO
                       MOVE WS-DATA-HOJE TO LDB-DT-BAIXA
                       MOVE "R"          TO LDB-ORIGEM-BAIXA
                   END-IF
                   MOVE LDB-REGISTRO TO WS-DEB-REGISTRO(WS-DEB-IDX)
                   PERFORM P480-POSTA-COMPENSACAO
               END-IF
           END-PERFORM
           .

       P480-POSTA-COMPENSACAO.
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO LOJDEBBX SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "LOJDEBBX"
                   MOVE "D"            TO CTB-TIPO
                   MOVE WS-DATA-HOJE   TO CTB-DATA
                   MOVE "LOJDEBBX"     TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-COMPENSA TO CTB-VALOR
                   MOVE LDB-CONTRATO      TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           .

       P500-GRAVA-ORDENS.
           COMPUTE WS-TOT-LIQUIDO = WS-TOT-REPASSE - WS-TOT-COMPENSADO
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "ORDENS DE REPASSE - CONTRATOS DE "
                  WS-DATA-REPASSE "  GERADO EM " WS-DATA-HOJE
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               IF WS-LOJ-QTD(WS-LOJ-IDX) > ZEROS
      *>           O VALOR A PAGAR E O LIQUIDO; BRUTO E COMPENSADO VAO
      *>           NO FIM DA LINHA PARA A CONFERENCIA DO LOJISTA.
                   COMPUTE WS-LOJ-LIQUIDO =
                           WS-LOJ-TOTAL(WS-LOJ-IDX)
                         - WS-LOJ-COMPENSADO(WS-LOJ-IDX)
                   MOVE SPACES TO WS-LINHA-EDIT
                   STRING WS-LOJ-CODIGO(WS-LOJ-IDX) ";"
                          WS-LOJ-NOME(WS-LOJ-IDX) ";"
                          WS-LOJ-AGENCIA(WS-LOJ-IDX) ";"
                          WS-LOJ-CONTA(WS-LOJ-IDX) ";"
                          WS-LOJ-QTD(WS-LOJ-IDX) ";"
                          WS-LOJ-LIQUIDO ";"
                          WS-LOJ-TOTAL(WS-LOJ-IDX) ";"
                          WS-LOJ-COMPENSADO(WS-LOJ-IDX) ";"
                          WS-LOJ-SUBSIDIO(WS-LOJ-IDX)
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   MOVE WS-LINHA-EDIT TO PAGO-LINHA
                   WRITE PAGO-LINHA
                   MOVE SPACES TO WS-MVB-REFERENCIA
                   STRING "REPASSE LOJISTA " WS-LOJ-CODIGO(WS-LOJ-IDX)
                          " " WS-LOJ-NOME(WS-LOJ-IDX)
                          DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
                   CALL "movBcoUtil" USING WS-DATA-HOJE WS-MVB-TIPO
                                           WS-LOJ-LIQUIDO WS-MVB-ORIGEM
                                           WS-MVB-REFERENCIA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "TOTAL;" WS-QTD-CONTRATOS ";" WS-TOT-LIQUIDO ";"
                  WS-TOT-REPASSE ";" WS-TOT-COMPENSADO ";"
                  WS-TOT-SUBSIDIO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO PAGO-LINHA
           WRITE PAGO-LINHA
           .

       P600-GRAVA-RETIDOS.
           IF WS-QTD-REPRET > ZEROS
               OPEN OUTPUT RRT-FILE
               PERFORM VARYING WS-RRT-IDX FROM 1 BY 1
                       UNTIL WS-RRT-IDX > WS-QTD-REPRET
                   MOVE WS-RRT-REGISTRO(WS-RRT-IDX) TO RRT-REGISTRO
                   WRITE RRT-REGISTRO
               END-PERFORM
               CLOSE RRT-FILE
           END-IF
           .

       P610-GRAVA-CAMPCTR.
           IF WS-CMC-MUDOU = "S"
               OPEN OUTPUT CMC-FILE
               PERFORM VARYING WS-CMC-IDX FROM 1 BY 1
                       UNTIL WS-CMC-IDX > WS-QTD-CAMPCTR
                   MOVE WS-CMC-REGISTRO(WS-CMC-IDX) TO CMC-REGISTRO
                   WRITE CMC-REGISTRO
               END-PERFORM
               CLOSE CMC-FILE
           END-IF
           .

       END PROGRAM lojRepasse.
