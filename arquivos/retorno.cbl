      *          report (RETDISCR.RPT). A duplicate payment or the
      *          excess of an overpayment becomes a client credit in
      *          CREDSALD.DAT (see credSaldo.cbl) instead of money in
      *          limbo. Money that still has no owner - a contract
      *          that does not exist, is not active or is ceded, a
      *          parcela out of sequence - is parked in suspense on
      *          CNIDENT.DAT with a CNIENTRA entry to CONTABIL.DAT
      *          for the desk (cniWork) to apply or return.
      *          Restartable via RETCKPT.DAT
      *          and control-totalled to BATCHSUM.DAT with the same
      *          discipline as loanBatch.cbl. An item carrying a
      *          debt-settlement drive code (boletos from mutLote)
      *          is matched to its offer on MUTOFER.DAT instead and
      *          settles the contract at the discounted value, or
      *          takes the entrada and reschedules what is left as a
      *          new PRICE plan, the discount written off through
      *          LIQUIDAC.LOG; a short or late payment becomes a
      *          client credit.
      *          The bank sends several files a day: each one opens
      *          with a header carrying its sequence number and runs
      *          as its own cycle (jobs/retorno_intraday.sh during the
      *          day, this step at night), logged in RETCICLO.DAT - a
      *          sequence already posted is refused, a cycle left
      *          half-done must be finished before another file
      *          posts, and the one-run-per-day RUNCTL.DAT rule only
      *          governs the old headerless file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-STATUS.

               SELECT RCI-FILE ASSIGN TO "RETCICLO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCI-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT MOF-FILE ASSIGN TO "MUTOFER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOF-STATUS.

               SELECT LIQ-FILE ASSIGN TO "LIQUIDAC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIQ-STATUS.

               SELECT REN-FILE ASSIGN TO "RENEGOC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REN-STATUS.

               SELECT GAR-FILE ASSIGN TO "GARANTIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GAR-STATUS.

               SELECT LBG-FILE ASSIGN TO "LIBGAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBG-STATUS.

               SELECT QUI-FILE ASSIGN TO "QUITACAO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUI-STATUS.

               SELECT CNI-FILE ASSIGN TO "CNIDENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNI-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-FILE.
       FD  RUN-FILE.
           COPY RUNFD.

       FD  RCI-FILE.
           COPY RCIFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  PER-FILE.
           COPY PERFD.

       FD  MOF-FILE.
           COPY MOFFD.

       FD  LIQ-FILE.
           COPY LIQFD.

       FD  REN-FILE.
           COPY RENFD.

       FD  GAR-FILE.
           COPY GARFD.

       FD  LBG-FILE.
           COPY LBGFD.

       FD  QUI-FILE.
       01  QUI-LINHA           PIC X(80).

       FD  CNI-FILE.
           COPY CNIFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY SYSPARM.
           COPY GLMAPTB.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-CONTROLE.
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".

      *>   CICLO DO RETORNO: CHAVE DO ARQUIVO (DATA E SEQUENCIA DO
      *>   CABECALHO DO BANCO, OU HOJE E ZERO NO ARQUIVO ANTIGO) E O
      *>   QUE O LOG RETCICLO.DAT DIZ DELA.
           03  WS-RCI-STATUS       PIC XX.
           03  WS-RCI-EOF          PIC X.
               88  FIM-CICLOS         VALUE "S".
           03  WS-TEM-CABECALHO    PIC X VALUE "N".
               88  ARQUIVO-COM-CABECALHO VALUE "S".
           03  WS-CICLO-SITUACAO   PIC X VALUE SPACE.
               88  CICLO-JA-POSTADO   VALUE "D".
               88  CICLO-BLOQUEADO    VALUE "B".
               88  CICLO-RETOMADO     VALUE "R".
           03  WS-CICLO-EVENTO     PIC X.
           03  WS-CICLO-DATA       PIC 9(8) VALUE ZEROS.
           03  WS-CICLO-SEQUENCIA  PIC 9(06) VALUE ZEROS.
           03  WS-CICLO-QTD-BANCO  PIC 9(06) VALUE ZEROS.
           03  WS-CICLO-VALOR-BANCO PIC 9(10)V99 VALUE ZEROS.
           03  WS-CICLO-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-LIDO       PIC 9(10)V99 VALUE ZEROS.
           03  WS-PEND-ABERTO      PIC X VALUE "N".
           03  WS-PEND-DATA        PIC 9(8) VALUE ZEROS.
           03  WS-PEND-SEQUENCIA   PIC 9(06) VALUE ZEROS.
           03  WS-ULT-SEQ-POSTADA  PIC 9(06) VALUE ZEROS.
           03  WS-CICLO-LIBERADO   PIC X VALUE "N".
           03  WS-CKPT-PULAR       PIC 9(06) VALUE ZEROS.

           03  WS-EOF              PIC X VALUE "N".
               88  FIM-DO-ARQUIVO      VALUE "S".
           03  WS-SEM-ARQUIVO      PIC X VALUE "N".
           03  WS-CKPT-ABSOLUTO    PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-MOTIVO-REJEICAO  PIC X(40).
           03  WS-MOF-STATUS       PIC XX.
           03  WS-MOF-EOF          PIC X VALUE "N".
               88  FIM-OFERTAS        VALUE "S".
           03  WS-MOF-PRESENTE     PIC X VALUE "N".
               88  OFERTAS-NO-AR      VALUE "S".
           03  WS-MOF-CHEIA        PIC X VALUE "N".
               88  OFERTAS-TRANSBORDOU VALUE "S".
           03  WS-MOF-IDX          PIC 9(05).
           03  WS-MOF-ACHADO       PIC 9(05).
           03  WS-LIQ-STATUS       PIC XX.
           03  WS-REN-STATUS       PIC XX.
           03  WS-GAR-STATUS       PIC XX.
           03  WS-LBG-STATUS       PIC XX.
           03  WS-QUI-STATUS       PIC XX.
           03  WS-GAR-EOF          PIC X.
               88  FIM-GARANTIAS      VALUE "S".
           03  WS-TEM-GARANTIA     PIC X.
               88  CONTRATO-COM-GARANTIA VALUE "S".
           03  WS-TOTAL-ACORDOS    PIC 9(06) VALUE ZEROS.
      *>   CREDITOS NAO IDENTIFICADOS: ULTIMO NUMERO DE ITEM EM
      *>   CNIDENT.DAT E OS CREDITOS QUE O ITEM CORRENTE JA GEROU.
           03  WS-CNI-STATUS       PIC XX.
           03  WS-CNI-EOF          PIC X.
               88  FIM-CNI            VALUE "S".
           03  WS-CNI-ULTIMO       PIC 9(06) VALUE ZEROS.
           03  WS-CRED-ANTES       PIC 9(06).
           03  WS-TOTAL-SUSPENSOS  PIC 9(06) VALUE ZEROS.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-LINHA-EDIT       PIC X(80).

      *>   ACORDO DE MUTIRAO: SALDO DEVEDOR DO DIA PELA REGRA DO
      *>   payoff, O VALOR QUE O PAGAMENTO LIQUIDA, O DESCONTO DADO
      *>   E O PRINCIPAL DO NOVO PLANO NA RENEGOCIACAO.
       01  WS-ACORDO.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-AC-BASE          PIC 9(06)V99.
           03  WS-AC-VALOR-LIQ     PIC 9(06)V99.
           03  WS-AC-DESCONTO      PIC 9(06)V99.
           03  WS-AC-NOVO-VALOR    PIC 9(06)V99.
           03  WS-AC-IND           PIC 999.
           03  WS-AC-LIQ-EVENTO    PIC X(08).
           03  WS-AC-LIQ-VALOR     PIC 9(06)V99.
       77  WS-TAXA-IOF             PIC 9V9999 VALUE 0,0038.

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-DATA         PIC 9(8).
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "RETORNO".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-SEQ-TRANSACAO        PIC 9(04) VALUE ZEROS.
       01  WS-ID-MONTAGEM.
           03  WS-ID-HORA          PIC 9(8).
           03  WS-ID-SEQ           PIC 9(4).

       01  WS-QTD-OFERTAS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-OFERTAS.
           03  WS-MOF-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-OFERTAS.
               05  WS-MOF-CAMPANHA     PIC 9(04).
               05  WS-MOF-CONTRATO     PIC 9(06).
               05  WS-MOF-RESTO        PIC X(111).

       01  WS-QTD-FECHADAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FECHADAS.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-MOTIVO        PIC X(40).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P090-ABRE-RETORNO THRU P090-SAIDA
           IF NOT SEM-ARQUIVO-RETORNO
               PERFORM P091-VERIFICA-CICLO THRU P091-SAIDA
           END-IF
           IF CICLO-JA-POSTADO
               MOVE "D" TO WS-CICLO-EVENTO
               PERFORM P098-GRAVA-CICLO
               CLOSE RET-FILE
               MOVE ZEROS TO RETURN-CODE
               GOBACK
           END-IF
           IF CICLO-BLOQUEADO
               CLOSE RET-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *>   O LIMITE DE UMA EXECUCAO POR DIA SO VALE PARA O ARQUIVO
      *>   ANTIGO, SEM CABECALHO: OS CICLOS SE CONTROLAM PELA
      *>   SEQUENCIA EM RETCICLO.DAT.
           IF NOT ARQUIVO-COM-CABECALHO
               PERFORM P095-VERIFICA-RUN-CONTROL
               IF RERUN-BLOQUEADO
                   IF NOT SEM-ARQUIVO-RETORNO
                       CLOSE RET-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           IF NOT SEM-ARQUIVO-RETORNO
               MOVE "E" TO WS-CICLO-EVENTO
               PERFORM P098-GRAVA-CICLO
           END-IF
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-PROCESSA-RETORNOS
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P090-ABRE-RETORNO.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-RC-DATA-HOJE TO WS-CICLO-DATA
           OPEN INPUT RET-FILE
           IF WS-RET-STATUS = "35"
               DISPLAY "SEM ARQUIVO DE RETORNO NA DATA - NADA A "
                       "PROCESSAR"
               SET SEM-ARQUIVO-RETORNO TO TRUE
               SET FIM-DO-ARQUIVO TO TRUE
               GO TO P090-SAIDA
           END-IF
      *>   O CABECALHO, QUANDO HA, E A PRIMEIRA LINHA; NO ARQUIVO
      *>   ANTIGO A PRIMEIRA LINHA JA E O ITEM 1.
           PERFORM P210-LE-RETORNO
           IF NOT FIM-DO-ARQUIVO AND RET-E-CABECALHO
               SET ARQUIVO-COM-CABECALHO TO TRUE
               MOVE RET-CAB-SEQUENCIA   TO WS-CICLO-SEQUENCIA
               MOVE RET-CAB-DATA        TO WS-CICLO-DATA
               MOVE RET-CAB-QTD-ITENS   TO WS-CICLO-QTD-BANCO
               MOVE RET-CAB-VALOR-TOTAL TO WS-CICLO-VALOR-BANCO
               DISPLAY "ARQUIVO DE RETORNO SEQUENCIA "
                       WS-CICLO-SEQUENCIA " DE " WS-CICLO-DATA
                       " - " WS-CICLO-QTD-BANCO " ITENS"
           END-IF
           .
       P090-SAIDA.
           EXIT.

       P091-VERIFICA-CICLO.
           MOVE "N" TO WS-RCI-EOF
           OPEN INPUT RCI-FILE
           IF WS-RCI-STATUS = "00"
               PERFORM P092-LE-CICLO
               PERFORM UNTIL FIM-CICLOS
                   IF RCI-INICIADO
                       MOVE "S"              TO WS-PEND-ABERTO
                       MOVE RCI-DATA-ARQUIVO TO WS-PEND-DATA
                       MOVE RCI-SEQUENCIA    TO WS-PEND-SEQUENCIA
                   END-IF
                   IF RCI-CONCLUIDO
                       IF RCI-DATA-ARQUIVO = WS-PEND-DATA
                          AND RCI-SEQUENCIA = WS-PEND-SEQUENCIA
                           MOVE "N" TO WS-PEND-ABERTO
                       END-IF
                       IF RCI-DATA-ARQUIVO = WS-CICLO-DATA
                           IF RCI-SEQUENCIA = WS-CICLO-SEQUENCIA
                              AND ARQUIVO-COM-CABECALHO
                               SET CICLO-JA-POSTADO TO TRUE
                           END-IF
                           IF RCI-SEQUENCIA > WS-ULT-SEQ-POSTADA
                               MOVE RCI-SEQUENCIA
                                   TO WS-ULT-SEQ-POSTADA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM P092-LE-CICLO
               END-PERFORM
               CLOSE RCI-FILE
           END-IF

           IF CICLO-JA-POSTADO
               DISPLAY "ARQUIVO DE RETORNO SEQUENCIA "
                       WS-CICLO-SEQUENCIA " DE " WS-CICLO-DATA
                       " JA FOI POSTADO - NADA A FAZER."
               GO TO P091-SAIDA
           END-IF
      *>   CICLO QUE ABENDOU NO MEIO: O MESMO ARQUIVO RETOMA PELO
      *>   CHECKPOINT; OUTRO ARQUIVO ESPERA, SENAO O CHECKPOINT DE UM
      *>   PULARIA ITENS DO OUTRO - SALVO LIBERACAO F NO runCtl.
           IF WS-PEND-ABERTO = "S"
               IF WS-PEND-DATA = WS-CICLO-DATA
                  AND WS-PEND-SEQUENCIA = WS-CICLO-SEQUENCIA
                   SET CICLO-RETOMADO TO TRUE
                   GO TO P091-SAIDA
               END-IF
               PERFORM P093-VERIFICA-LIBERACAO
               IF WS-CICLO-LIBERADO = "S"
                   DISPLAY "CICLO INCOMPLETO DA SEQUENCIA "
                           WS-PEND-SEQUENCIA " DE " WS-PEND-DATA
                           " ABANDONADO POR LIBERACAO NO runCtl."
               ELSE
                   SET CICLO-BLOQUEADO TO TRUE
                   DISPLAY "CICLO DA SEQUENCIA " WS-PEND-SEQUENCIA
                           " DE " WS-PEND-DATA " FICOU INCOMPLETO - "
                           "REPROCESSE AQUELE ARQUIVO ANTES DE "
                           "POSTAR OUTRO, OU LIBERE NO runCtl."
                   GO TO P091-SAIDA
               END-IF
           END-IF
           IF ARQUIVO-COM-CABECALHO
              AND WS-ULT-SEQ-POSTADA > ZEROS
              AND WS-CICLO-SEQUENCIA NOT = WS-ULT-SEQ-POSTADA + 1
               DISPLAY "AVISO: ULTIMA SEQUENCIA POSTADA NO DIA FOI "
                       WS-ULT-SEQ-POSTADA " - ESTA E "
                       WS-CICLO-SEQUENCIA ". CONFIRA COM O BANCO."
           END-IF
           .
       P091-SAIDA.
           EXIT.

       P092-LE-CICLO.
           READ RCI-FILE
               AT END SET FIM-CICLOS TO TRUE
           END-READ
           .

       P093-VERIFICA-LIBERACAO.
           MOVE "N" TO WS-CICLO-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "RETORNO "
                      AND RUN-DATA = WS-RC-DATA-HOJE
                      AND RUN-SITUACAO = "F"
                       MOVE "S" TO WS-CICLO-LIBERADO
                   END-IF
                   PERFORM P096-LE-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           .

       P098-GRAVA-CICLO.
           OPEN EXTEND RCI-FILE
           IF WS-RCI-STATUS = "35"
               OPEN OUTPUT RCI-FILE
               CLOSE RCI-FILE
               OPEN EXTEND RCI-FILE
           END-IF
           INITIALIZE RCI-REGISTRO
           MOVE WS-CICLO-DATA        TO RCI-DATA-ARQUIVO
           MOVE WS-CICLO-SEQUENCIA   TO RCI-SEQUENCIA
           MOVE WS-CICLO-EVENTO      TO RCI-SITUACAO
           MOVE WS-RC-DATA-HOJE      TO RCI-DATA-PROC
           ACCEPT RCI-HORA FROM TIME
           MOVE WS-CICLO-QTD-BANCO   TO RCI-QTD-BANCO
           MOVE WS-CICLO-VALOR-BANCO TO RCI-VALOR-BANCO
           IF RCI-CONCLUIDO
               MOVE WS-CICLO-LIDOS      TO RCI-LIDOS
               MOVE WS-VALOR-LIDO       TO RCI-VALOR-LIDO
               MOVE WS-TOTAL-POSTADOS   TO RCI-POSTADOS
               MOVE WS-TOTAL-REJEITADOS TO RCI-REJEITADOS
           END-IF
           WRITE RCI-REGISTRO
           CLOSE RCI-FILE
           .

       P100-ABRE-ARQUIVOS.
           OPEN I-O FIN-FILE
           IF WS-FIN-STATUS = "35"
               OPEN OUTPUT FIN-FILE
           PERFORM P105-LE-PARAMETROS-SISTEMA
           PERFORM P108-CARREGA-PERIODOS
           PERFORM P140-CARREGA-BOLETOS
           PERFORM P150-CARREGA-OFERTAS
           PERFORM P160-ULTIMO-CNI
           OPEN EXTEND LIQ-FILE
           IF WS-LIQ-STATUS = "35"
               OPEN OUTPUT LIQ-FILE
               CLOSE LIQ-FILE
               OPEN EXTEND LIQ-FILE
           END-IF
           OPEN EXTEND REN-FILE
           IF WS-REN-STATUS = "35"
               OPEN OUTPUT REN-FILE
               CLOSE REN-FILE
               OPEN EXTEND REN-FILE
           END-IF
           IF NOT FIM-DO-ARQUIVO
               PERFORM P110-LE-CHECKPOINT
      *>       O CHECKPOINT SO VALE PARA RETOMAR O PROPRIO CICLO.
               IF NOT CICLO-RETOMADO
                   MOVE ZEROS TO WS-CKPT-BASE
               END-IF
               PERFORM P120-PULA-PROCESSADOS
           END-IF
           .

           .

       P120-PULA-PROCESSADOS.
      *>   NO ARQUIVO ANTIGO O ITEM 1 JA ESTA LIDO; COM CABECALHO
      *>   O PRIMEIRO ITEM AINDA ESTA POR LER.
           MOVE WS-CKPT-BASE TO WS-CKPT-PULAR
           IF WS-CKPT-BASE > 0
               DISPLAY "RETOMANDO APOS " WS-CKPT-BASE
                       " REGISTROS JA PROCESSADOS"
               IF NOT ARQUIVO-COM-CABECALHO
                   ADD RET-VALOR-PAGO TO WS-VALOR-LIDO
                   SUBTRACT 1 FROM WS-CKPT-PULAR
               END-IF
               PERFORM WS-CKPT-PULAR TIMES
                   READ RET-FILE
                       AT END SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                           ADD RET-VALOR-PAGO TO WS-VALOR-LIDO
                   END-READ
               END-PERFORM
           END-IF
           IF NOT FIM-DO-ARQUIVO
              AND (WS-CKPT-BASE > 0 OR ARQUIVO-COM-CABECALHO)
               PERFORM P210-LE-RETORNO
           END-IF
           .

       P130-GRAVA-CHECKPOINT.

       P200-PROCESSA-RETORNOS.
           ADD 1 TO WS-TOTAL-LIDOS
           ADD RET-VALOR-PAGO TO WS-VALOR-LIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE WS-TOTAL-CREDITOS TO WS-CRED-ANTES

           MOVE RET-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P500-GRAVA-DISCREPANCIA
      *>       O QUE NAO VIROU CREDITO DE CLIENTE VAI PARA O SUSPENSO.
               IF RET-VALOR-PAGO > ZEROS
                  AND WS-TOTAL-CREDITOS = WS-CRED-ANTES
                   PERFORM P510-GRAVA-SUSPENSO
               END-IF
           END-IF

           COMPUTE WS-CKPT-ABSOLUTO = WS-CKPT-BASE + WS-TOTAL-LIDOS
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ

      *>   BOLETO DE MUTIRAO NAO PAGA PARCELA: LIQUIDA OU RENEGOCIA
      *>   O CONTRATO CONFORME A OFERTA DA CAMPANHA.
           IF RET-CAMPANHA IS NUMERIC AND RET-CAMPANHA > ZEROS
               PERFORM P600-POSTA-ACORDO THRU P600-SAIDA
               GO TO P300-SAIDA
           END-IF

      *>   PAGAMENTO EM DUPLICIDADE (CAIXA E BANCO NA MESMA SEMANA)
      *>   NAO FICA MAIS NO LIMBO DO RELATORIO: O VALOR INTEIRO VIRA
      *>   CREDITO DO CLIENTE EM CREDSALD.DAT, PARA APLICAR NA
           END-READ
           .

       P150-CARREGA-OFERTAS.
      *>   AS OFERTAS DE MUTIRAO (MUTOFER.DAT) ENTRAM EM TABELA PARA
      *>   O BOLETO DE CAMPANHA ACHAR A SUA E GRAVAR A ADESAO.
           MOVE "N" TO WS-MOF-EOF
           OPEN INPUT MOF-FILE
           IF WS-MOF-STATUS = "00"
               SET OFERTAS-NO-AR TO TRUE
               PERFORM P155-LE-OFERTA
               PERFORM UNTIL FIM-OFERTAS OR OFERTAS-TRANSBORDOU
                   IF WS-QTD-OFERTAS = 20000
                       SET OFERTAS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-OFERTAS
                       MOVE MOF-REGISTRO
                           TO WS-MOF-ITEM(WS-QTD-OFERTAS)
                       PERFORM P155-LE-OFERTA
                   END-IF
               END-PERFORM
               CLOSE MOF-FILE
           END-IF
           IF OFERTAS-TRANSBORDOU
               DISPLAY "TABELA DE OFERTAS CHEIA - BOLETOS DE MUTIRAO "
                       "VAO PARA O RELATORIO NESTE RETORNO."
           END-IF
           .

       P155-LE-OFERTA.
           READ MOF-FILE
               AT END SET FIM-OFERTAS TO TRUE
           END-READ
           .

       P160-ULTIMO-CNI.
           MOVE ZEROS TO WS-CNI-ULTIMO
           MOVE "N" TO WS-CNI-EOF
           OPEN INPUT CNI-FILE
           IF WS-CNI-STATUS = "00"
               PERFORM P165-LE-CNI
               PERFORM UNTIL FIM-CNI
                   IF CNI-NUMERO > WS-CNI-ULTIMO
                       MOVE CNI-NUMERO TO WS-CNI-ULTIMO
                   END-IF
                   PERFORM P165-LE-CNI
               END-PERFORM
               CLOSE CNI-FILE
           END-IF
           .

       P165-LE-CNI.
           READ CNI-FILE
               AT END SET FIM-CNI TO TRUE
           END-READ
           .

       P430-MARCA-BOLETO.
           IF NOT BOLETOS-NO-AR OR BOLETOS-TRANSBORDOU
               GO TO P430-SAIDA
                   " PARCELA " RET-PARCELA ": " WS-MOTIVO-REJEICAO
           .

       P510-GRAVA-SUSPENSO.
      *>   DINHEIRO QUE ENTROU NO BANCO SEM CONTRATO QUE O RECEBA
      *>   FICA EM CREDITOS NAO IDENTIFICADOS (CONTA 24001) ATE A
      *>   MESA (cniWork) APLICAR EM UMA PARCELA OU DEVOLVER.
           OPEN EXTEND CNI-FILE
           IF WS-CNI-STATUS = "35"
               OPEN OUTPUT CNI-FILE
               CLOSE CNI-FILE
               OPEN EXTEND CNI-FILE
           END-IF
           ADD 1 TO WS-CNI-ULTIMO
           INITIALIZE CNI-REGISTRO
           MOVE WS-CNI-ULTIMO      TO CNI-NUMERO
           SET CNI-DO-BANCO        TO TRUE
           MOVE WS-RC-DATA-HOJE    TO CNI-DT-ENTRADA
           ACCEPT CNI-HORA FROM TIME
           MOVE RET-DT-PAGAMENTO   TO CNI-DT-PAGAMENTO
           MOVE RET-VALOR-PAGO     TO CNI-VALOR
           MOVE RET-CONTRATO       TO CNI-CONTRATO-INF
           MOVE RET-PARCELA        TO CNI-PARCELA-INF
           IF WS-MOTIVO-REJEICAO NOT = "CONTRATO NAO ENCONTRADO"
               MOVE FIN-CLIENTE    TO CNI-PAGADOR
           END-IF
           MOVE WS-MOTIVO-REJEICAO TO CNI-MOTIVO
           MOVE "BANCO"            TO CNI-OPERADOR
           SET CNI-ABERTO          TO TRUE
           WRITE CNI-REGISTRO
           CLOSE CNI-FILE
           ADD 1 TO WS-TOTAL-SUSPENSOS

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
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO CNIENTRA SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "CNIENTRA"
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-RC-DATA-HOJE TO CTB-DATA
                   MOVE "CNIENTRA"      TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE RET-VALOR-PAGO  TO CTB-VALOR
                   MOVE ZEROS           TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           CLOSE CTB-FILE
           CLOSE CTH-FILE

           MOVE SPACES TO DISCR-LINHA
           STRING "       ENVIADO A CREDITOS NAO IDENTIFICADOS - ITEM "
                  WS-CNI-ULTIMO DELIMITED BY SIZE INTO DISCR-LINHA
           WRITE DISCR-LINHA
           .

       P600-POSTA-ACORDO.
           IF NOT OFERTAS-NO-AR OR OFERTAS-TRANSBORDOU
               MOVE "OFERTAS DE MUTIRAO INDISPONIVEIS"
                   TO WS-MOTIVO-REJEICAO
               GO TO P600-SAIDA
           END-IF
           MOVE ZEROS TO WS-MOF-ACHADO
           PERFORM VARYING WS-MOF-IDX FROM 1 BY 1
                   UNTIL WS-MOF-IDX > WS-QTD-OFERTAS
               IF WS-MOF-CAMPANHA(WS-MOF-IDX) = RET-CAMPANHA
                  AND WS-MOF-CONTRATO(WS-MOF-IDX) = RET-CONTRATO
                   MOVE WS-MOF-IDX TO WS-MOF-ACHADO
               END-IF
           END-PERFORM

      *>   DINHEIRO DE BOLETO DE CAMPANHA QUE NAO FECHA ACORDO NAO
      *>   FICA SEM DONO: VIRA CREDITO DO CLIENTE (credSaldo) E O
      *>   ITEM VAI PARA O RELATORIO PARA A COBRANCA RETOMAR O CASO.
           MOVE RET-VALOR-PAGO TO WS-VALOR-CREDITO
           IF WS-MOF-ACHADO = ZEROS
               PERFORM P420-GRAVA-CREDITO
               MOVE "OFERTA INEXISTENTE - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P600-SAIDA
           END-IF
           MOVE WS-MOF-ITEM(WS-MOF-ACHADO) TO MOF-REGISTRO
           IF NOT MOF-EMITIDA
               PERFORM P420-GRAVA-CREDITO
               MOVE "OFERTA JA ENCERRADA - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P600-SAIDA
           END-IF
           IF RET-DT-PAGAMENTO > MOF-DT-VALIDADE
               PERFORM P420-GRAVA-CREDITO
               MOVE "OFERTA VENCIDA - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P600-SAIDA
           END-IF

           PERFORM P610-CALCULA-SALDO
           EVALUATE RET-OFERTA
               WHEN "Q"
                   PERFORM P620-ADERE-QUITACAO THRU P620-SAIDA
               WHEN "R"
                   PERFORM P630-ADERE-RENEGOCIACAO THRU P630-SAIDA
               WHEN OTHER
                   PERFORM P420-GRAVA-CREDITO
                   MOVE "OPCAO DE OFERTA INVALIDA - VIROU CREDITO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           .
       P600-SAIDA.
           EXIT.

       P610-CALCULA-SALDO.
      *>   MESMA REGRA DE SALDO DEVEDOR DO payoff, SOBRE A POSICAO
      *>   DE PAGAMENTOS DE HOJE - A OFERTA PODE TER SAIDO QUANDO O
      *>   CLIENTE DEVIA MAIS DO QUE DEVE AGORA.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P615-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           IF WS-SALDO-DEVEDOR > WS-PAG-VALOR-PARCIAL-PAGO
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO FROM WS-SALDO-DEVEDOR
           ELSE
               MOVE ZEROS TO WS-SALDO-DEVEDOR
           END-IF
           .

       P615-SALDO-PRICE.
           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO =
                       (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                       / FIN-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM FIN-NUM-PARCELAS TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * FIN-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                        - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           PERFORM WS-PAG-ULT-PARCELA-PAGA TIMES
               COMPUTE WS-JUROS-PARCELA =
                       WS-SALDO-DEVEDOR * FIN-TAXA-JUROS
               COMPUTE WS-SALDO-DEVEDOR = WS-SALDO-DEVEDOR
                       - (WS-PRESTACAO - WS-JUROS-PARCELA)
           END-PERFORM
           .

       P620-ADERE-QUITACAO.
           IF RET-VALOR-PAGO < MOF-VALOR-QUITACAO
               PERFORM P420-GRAVA-CREDITO
               MOVE "PAGO ABAIXO DA OFERTA - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P620-SAIDA
           END-IF
      *>   O DESCONTO E O QUE O SALDO DE HOJE PASSA DA OFERTA; SE O
      *>   CLIENTE JA PAGOU PARCELAS E O SALDO CAIU ABAIXO DELA, A
      *>   QUITACAO E PELO SALDO E O RESTO VIRA CREDITO.
           IF MOF-VALOR-QUITACAO < WS-SALDO-DEVEDOR
               MOVE MOF-VALOR-QUITACAO TO WS-AC-VALOR-LIQ
               COMPUTE WS-AC-DESCONTO =
                       WS-SALDO-DEVEDOR - MOF-VALOR-QUITACAO
           ELSE
               MOVE WS-SALDO-DEVEDOR TO WS-AC-VALOR-LIQ
               MOVE ZEROS            TO WS-AC-DESCONTO
           END-IF
           PERFORM P640-EFETIVA-QUITACAO
           MOVE "Q" TO MOF-SITUACAO
           PERFORM P690-FECHA-OFERTA
           .
       P620-SAIDA.
           EXIT.

       P630-ADERE-RENEGOCIACAO.
           IF RET-VALOR-PAGO < MOF-VALOR-ENTRADA
               PERFORM P420-GRAVA-CREDITO
               MOVE "ENTRADA A MENOR - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P630-SAIDA
           END-IF
           IF MOF-VALOR-RENEG < WS-SALDO-DEVEDOR
               MOVE MOF-VALOR-RENEG TO WS-AC-BASE
           ELSE
               MOVE WS-SALDO-DEVEDOR TO WS-AC-BASE
           END-IF
           COMPUTE WS-AC-DESCONTO = WS-SALDO-DEVEDOR - WS-AC-BASE
      *>   SALDO QUE CAIU A PONTO DE A ENTRADA COBRIR TUDO: NAO HA
      *>   PLANO NOVO A MONTAR, O CONTRATO SAI QUITADO.
           IF WS-AC-BASE <= MOF-VALOR-ENTRADA
               MOVE WS-AC-BASE TO WS-AC-VALOR-LIQ
               PERFORM P640-EFETIVA-QUITACAO
               MOVE "Q" TO MOF-SITUACAO
           ELSE
               MOVE MOF-VALOR-ENTRADA TO WS-AC-VALOR-LIQ
               COMPUTE WS-AC-NOVO-VALOR =
                       WS-AC-BASE - MOF-VALOR-ENTRADA
               PERFORM P650-EFETIVA-RENEGOCIACAO
               MOVE "R" TO MOF-SITUACAO
           END-IF
           PERFORM P690-FECHA-OFERTA
           .
       P630-SAIDA.
           EXIT.

       P640-EFETIVA-QUITACAO.
           MOVE "Q"              TO FIN-SITUACAO
           MOVE WS-RC-DATA-HOJE  TO FIN-DT-QUITACAO
           MOVE WS-AC-VALOR-LIQ  TO FIN-VALOR-QUITACAO
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR QUITACAO: " WS-FIN-STATUS
           END-REWRITE

           MOVE FIN-NUM-PARCELAS TO WS-PAG-ULT-PARCELA-PAGA
           MOVE ZEROS            TO WS-PAG-VALOR-PARCIAL-PAGO
           PERFORM P400-GRAVA-PAGAMENTO

      *>   QUITACAO DE CAMPANHA PAGA PELO BOLETO NO BANCO - CODIGO
      *>   PROPRIO, FORA DA VARREDURA DE QUITACOES DO pldMon.
           MOVE "QUITBCO "      TO WS-AC-LIQ-EVENTO
           MOVE WS-AC-VALOR-LIQ TO WS-AC-LIQ-VALOR
           PERFORM P680-GRAVA-LIQUIDACAO
           IF WS-AC-DESCONTO > ZEROS
               MOVE "MUTDESC "     TO WS-AC-LIQ-EVENTO
               MOVE WS-AC-DESCONTO TO WS-AC-LIQ-VALOR
               PERFORM P680-GRAVA-LIQUIDACAO
           END-IF

           MOVE "QUITACAO"      TO WS-EVU-TIPO
           MOVE WS-AC-VALOR-LIQ TO WS-EVU-VALOR
           MOVE "BANCO"         TO WS-EVU-OPER
           MOVE SPACES          TO WS-EVU-DET
           STRING "QUITACAO MUTIRAO CAMPANHA " RET-CAMPANHA
                  DELIMITED BY SIZE INTO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           PERFORM P670-GERA-CARTA-QUITACAO
           PERFORM P675-REGISTRA-LIBERACAO
           PERFORM P660-BAIXA-BOLETOS-CONTRATO
           .

       P650-EFETIVA-RENEGOCIACAO.
      *>   O SALDO COM DESCONTO, MENOS A ENTRADA PAGA, VIRA UM PLANO
      *>   PRICE NOVO NAS CONDICOES DA CAMPANHA, COMO O refin FARIA
      *>   NO BALCAO - SEM A TARIFA DE CONTRATO, QUE O MUTIRAO ISENTA.
           MOVE FIN-CONTRATO      TO REN-CONTRATO
           MOVE FIN-CLIENTE       TO REN-CLIENTE
           MOVE FIN-VALOR         TO REN-VALOR-ANTES
           MOVE WS-AC-NOVO-VALOR  TO REN-VALOR-DEPOIS
           MOVE FIN-TAXA-JUROS    TO REN-TAXA-ANTES
           MOVE MOF-TAXA-JUROS    TO REN-TAXA-DEPOIS
           MOVE FIN-NUM-PARCELAS  TO REN-PARCELAS-ANTES
           MOVE MOF-NUM-PARCELAS  TO REN-PARCELAS-DEPOIS
           MOVE WS-RC-DATA-HOJE   TO REN-DATA
           ACCEPT REN-HORA FROM TIME
           MOVE "BANCO"           TO REN-OPERADOR
           WRITE REN-REGISTRO

           PERFORM P655-CALCULA-PRESTACAO-PRICE
           MOVE WS-AC-NOVO-VALOR  TO FIN-VALOR
           MOVE ZEROS             TO FIN-ENTRADA
           MOVE MOF-TAXA-JUROS    TO FIN-TAXA-JUROS
           MOVE MOF-NUM-PARCELAS  TO FIN-NUM-PARCELAS
           MOVE ZEROS             TO FIN-VALOR-1A-PARCELA
           MOVE WS-RC-DATA-HOJE   TO FIN-DT-CONTRATO
           ADD 1 TO WS-SEQ-TRANSACAO
           ACCEPT WS-ID-HORA FROM TIME
           MOVE WS-SEQ-TRANSACAO  TO WS-ID-SEQ
           MOVE WS-ID-MONTAGEM    TO FIN-ID-TRANSACAO
           MOVE "A"               TO FIN-SITUACAO
           MOVE ZEROS             TO FIN-DT-QUITACAO
           MOVE ZEROS             TO FIN-VALOR-QUITACAO
           MOVE "P"               TO FIN-SISTEMA-AMORT
           MOVE ZEROS             TO FIN-PCT-RESIDUAL
           MOVE ZEROS             TO FIN-VALOR-RESIDUAL
           COMPUTE FIN-VALOR-IOF = WS-AC-NOVO-VALOR * WS-TAXA-IOF
           MOVE ZEROS             TO FIN-VALOR-TARIFA
           PERFORM VARYING WS-AC-IND FROM 1 BY 1
                   UNTIL WS-AC-IND > FIN-NUM-PARCELAS
               MOVE WS-PRESTACAO TO FIN-PARCELAS(WS-AC-IND)
           END-PERFORM
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RENEGOCIACAO: "
                           WS-FIN-STATUS
           END-REWRITE

           MOVE FIN-NUM-PARCELAS TO WS-PAG-NUM-PARCELAS
           MOVE ZEROS            TO WS-PAG-ULT-PARCELA-PAGA
           MOVE ZEROS            TO WS-PAG-VALOR-PARCIAL-PAGO
           PERFORM P400-GRAVA-PAGAMENTO

           MOVE "MUTENTRA"      TO WS-AC-LIQ-EVENTO
           MOVE WS-AC-VALOR-LIQ TO WS-AC-LIQ-VALOR
           PERFORM P680-GRAVA-LIQUIDACAO
           IF WS-AC-DESCONTO > ZEROS
               MOVE "MUTDESC "     TO WS-AC-LIQ-EVENTO
               MOVE WS-AC-DESCONTO TO WS-AC-LIQ-VALOR
               PERFORM P680-GRAVA-LIQUIDACAO
           END-IF

           MOVE "RENEGOC"        TO WS-EVU-TIPO
           MOVE WS-AC-NOVO-VALOR TO WS-EVU-VALOR
           MOVE "BANCO"          TO WS-EVU-OPER
           MOVE SPACES           TO WS-EVU-DET
           STRING "RENEGOC MUTIRAO CAMPANHA " RET-CAMPANHA
                  DELIMITED BY SIZE INTO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           PERFORM P660-BAIXA-BOLETOS-CONTRATO
           .

       P655-CALCULA-PRESTACAO-PRICE.
           IF MOF-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO =
                       WS-AC-NOVO-VALOR / MOF-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM MOF-NUM-PARCELAS TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * MOF-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       WS-AC-NOVO-VALOR * MOF-TAXA-JUROS
                       * WS-FATOR-PRICE
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           .

       P660-BAIXA-BOLETOS-CONTRATO.
      *>   AS PARCELAS DO PLANO ANTIGO QUE ESTAO NO BANCO NAO VALEM
      *>   MAIS: SAEM COMO B E A PROXIMA REMESSA PEDE A BAIXA.
           IF BOLETOS-NO-AR AND NOT BOLETOS-TRANSBORDOU
               PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                       UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
                   IF WS-BCT-CONTRATO(WS-BCT-IDX) = FIN-CONTRATO
                      AND WS-BCT-SITUACAO(WS-BCT-IDX) = "A"
                       MOVE "B" TO WS-BCT-SITUACAO(WS-BCT-IDX)
                       MOVE WS-RC-DATA-HOJE
                           TO WS-BCT-DT-SITUACAO(WS-BCT-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .

       P670-GERA-CARTA-QUITACAO.
           OPEN EXTEND QUI-FILE
           IF WS-QUI-STATUS = "35"
               OPEN OUTPUT QUI-FILE
               CLOSE QUI-FILE
               OPEN EXTEND QUI-FILE
           END-IF
           MOVE ALL "=" TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "           CARTA DE QUITACAO" TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CONTRATO: " FIN-CONTRATO
                  "  CLIENTE: " FIN-CLIENTE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OBJETO: " FIN-OBJETO
                  "  DT CONTRATO: " FIN-DT-CONTRATO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "QUITADO EM " FIN-DT-QUITACAO
                  " PELO VALOR DE " FIN-VALOR-QUITACAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "ACORDO DA CAMPANHA DE RENEGOCIACAO " RET-CAMPANHA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "DECLARAMOS, PARA TODOS OS FINS, QUE O CLIENTE"
               TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "NADA MAIS DEVE POR ESTE CONTRATO." TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE ALL "=" TO QUI-LINHA
           WRITE QUI-LINHA
           CLOSE QUI-FILE
           .

       P675-REGISTRA-LIBERACAO.
      *>   GARANTIA DE CONTRATO QUITADO NAO FICA COM GRAVAME: O
      *>   PEDIDO DE LIBERACAO ENTRA COMO NO payoff (garLibera).
           MOVE "N" TO WS-TEM-GARANTIA
           MOVE "N" TO WS-GAR-EOF
           OPEN INPUT GAR-FILE
           IF WS-GAR-STATUS = "00"
               PERFORM P676-LE-GARANTIA
               PERFORM UNTIL FIM-GARANTIAS
                   IF GAR-CONTRATO = FIN-CONTRATO
                       SET CONTRATO-COM-GARANTIA TO TRUE
                   END-IF
                   PERFORM P676-LE-GARANTIA
               END-PERFORM
               CLOSE GAR-FILE
           END-IF
           IF CONTRATO-COM-GARANTIA
               OPEN EXTEND LBG-FILE
               IF WS-LBG-STATUS = "35"
                   OPEN OUTPUT LBG-FILE
                   CLOSE LBG-FILE
                   OPEN EXTEND LBG-FILE
               END-IF
               MOVE FIN-CONTRATO    TO LBG-CONTRATO
               MOVE FIN-DT-QUITACAO TO LBG-DT-QUITACAO
               MOVE WS-RC-DATA-HOJE TO LBG-DT-SOLICITACAO
               WRITE LBG-REGISTRO
               CLOSE LBG-FILE
           END-IF
           .

       P676-LE-GARANTIA.
           READ GAR-FILE
               AT END SET FIM-GARANTIAS TO TRUE
           END-READ
           .

       P680-GRAVA-LIQUIDACAO.
           MOVE FIN-CONTRATO     TO LIQ-CONTRATO
           MOVE FIN-CLIENTE      TO LIQ-CLIENTE
           MOVE WS-AC-LIQ-EVENTO TO LIQ-EVENTO
           MOVE WS-AC-LIQ-VALOR  TO LIQ-VALOR
           MOVE WS-RC-DATA-HOJE  TO LIQ-DATA
           ACCEPT LIQ-HORA FROM TIME
           WRITE LIQ-REGISTRO
           .

       P690-FECHA-OFERTA.
      *>   A ADESAO FICA NA OFERTA PARA O FECHAMENTO DA CAMPANHA
      *>   (mutFecha); O QUE FOI PAGO ALEM DO ACORDO VIRA CREDITO.
           MOVE RET-DT-PAGAMENTO TO MOF-DT-ADESAO
           MOVE WS-AC-VALOR-LIQ  TO MOF-VALOR-PAGO
           MOVE WS-AC-DESCONTO   TO MOF-VALOR-DESCONTO
           MOVE MOF-REGISTRO     TO WS-MOF-ITEM(WS-MOF-ACHADO)
           IF RET-VALOR-PAGO > WS-AC-VALOR-LIQ
               COMPUTE WS-VALOR-CREDITO =
                       RET-VALOR-PAGO - WS-AC-VALOR-LIQ
               PERFORM P420-GRAVA-CREDITO
           END-IF
           ADD 1 TO WS-TOTAL-POSTADOS
           ADD 1 TO WS-TOTAL-ACORDOS
           .

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-RETORNO
               CLOSE RET-FILE
           CLOSE PAG-FILE
           CLOSE HIST-FILE
           CLOSE DISCR-FILE
           CLOSE LIQ-FILE
           CLOSE REN-FILE
           PERFORM P920-REGRAVA-BOLETOS
           PERFORM P925-REGRAVA-OFERTAS
           MOVE ZEROS TO WS-CKPT-ABSOLUTO
           PERFORM P130-GRAVA-CHECKPOINT
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "ITENS REJEITADOS   : " WS-TOTAL-REJEITADOS
           DISPLAY "CREDITOS GERADOS   : " WS-TOTAL-CREDITOS
           DISPLAY "ITENS SEM REMESSA  : " WS-TOTAL-SEM-REMESSA
           DISPLAY "ACORDOS DE MUTIRAO : " WS-TOTAL-ACORDOS
           DISPLAY "ITENS EM SUSPENSO  : " WS-TOTAL-SUSPENSOS
      *>   SEM ARQUIVO DO BANCO NADA FOI POSTADO: NAO GRAVA O C DE
      *>   CONCLUSAO, PARA O LOTE RODAR DE NOVO SEM LIBERACAO
      *>   QUANDO O ARQUIVO CHEGAR MAIS TARDE NO MESMO DIA.
           IF NOT SEM-ARQUIVO-RETORNO
               MOVE "C" TO WS-RC-SITUACAO
               PERFORM P097-GRAVA-RUN-CONTROL
               COMPUTE WS-CICLO-LIDOS = WS-CKPT-BASE + WS-TOTAL-LIDOS
               MOVE "C" TO WS-CICLO-EVENTO
               PERFORM P098-GRAVA-CICLO
               PERFORM P940-CONFERE-CABECALHO
               PERFORM P950-GRAVA-MOVIMENTO-BANCO
           END-IF
           GOBACK.

           END-IF
           .

       P925-REGRAVA-OFERTAS.
           IF OFERTAS-NO-AR AND NOT OFERTAS-TRANSBORDOU
               OPEN OUTPUT MOF-FILE
               PERFORM VARYING WS-MOF-IDX FROM 1 BY 1
                       UNTIL WS-MOF-IDX > WS-QTD-OFERTAS
                   MOVE WS-MOF-ITEM(WS-MOF-IDX) TO MOF-REGISTRO
                   WRITE MOF-REGISTRO
               END-PERFORM
               CLOSE MOF-FILE
           END-IF
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
           CLOSE BAT-FILE
           .

       P940-CONFERE-CABECALHO.
      *>   O ARQUIVO TEM QUE TRAZER O QUE O PROPRIO CABECALHO DIZ -
      *>   SENAO CHEGOU TRUNCADO OU O BANCO MONTOU ERRADO.
           IF ARQUIVO-COM-CABECALHO
               DISPLAY "CICLO SEQUENCIA " WS-CICLO-SEQUENCIA
                       ": " WS-CICLO-LIDOS " ITENS LIDOS, BANCO "
                       "INFORMOU " WS-CICLO-QTD-BANCO
               IF WS-CICLO-LIDOS NOT = WS-CICLO-QTD-BANCO
                  OR WS-VALOR-LIDO NOT = WS-CICLO-VALOR-BANCO
                   DISPLAY "DIVERGENCIA ENTRE O ARQUIVO E O SEU "
                           "CABECALHO - CONFIRA COM O BANCO ANTES DO "
                           "FECHAMENTO DO DIA (retDia)."
               END-IF
           END-IF
           .

       P950-GRAVA-MOVIMENTO-BANCO.
      *>   O BANCO CREDITA O ARQUIVO INTEIRO NA CONTA DA EMPRESA - O
      *>   TOTAL LIDO E O QUE A CONCILIACAO BANCARIA (concBco) TEM
      *>   QUE ACHAR NO EXTRATO, POSTADO OU NAO CADA ITEM.
           MOVE WS-CICLO-DATA TO WS-MVB-DATA
           MOVE WS-VALOR-LIDO TO WS-MVB-VALOR
           MOVE SPACES TO WS-MVB-REFERENCIA
           IF ARQUIVO-COM-CABECALHO
               STRING "RETORNO SEQUENCIA " WS-CICLO-SEQUENCIA
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
           ELSE
               MOVE "RETORNO DIARIO DE COBRANCA" TO WS-MVB-REFERENCIA
           END-IF
           CALL "movBcoUtil" USING WS-MVB-DATA WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA
           .

       P095-VERIFICA-RUN-CONTROL.
      *>   O MESMO LOTE NAO PODE SER POSTADO DUAS VEZES NO MESMO
      *>   DIA: JA COMPLETO HOJE SO RODA DE NOVO COM UMA LIBERACAO
