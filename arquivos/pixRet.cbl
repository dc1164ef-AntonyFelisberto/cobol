      ******************************************************************
      * Author:
      * Date:
      * Purpose: PIX credit processing - reads the bank's daily file
      *          of PIX received on our key (PIXCRED.DAT), reads the
      *          contract and parcela out of each transaction ID
      *          (pixUtil, the same code boleto and notifica print)
      *          and posts the payment exactly the way retorno.cbl
      *          posts a collected boleto: counter advanced or
      *          partial carried, one PAGHIST.DAT row per item with
      *          operator PIX, a duplicate payment or the excess of
      *          an overpayment turned into a client credit in
      *          CREDSALD.DAT (origem PIX), items dated inside a
      *          closed competencia refused. What cannot be matched
      *          goes to PIXDISCR.RPT with the bank's end-to-end id.
      *          Run-control protected and control-totalled to
      *          BATCHSUM.DAT like the other posting batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pixRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PIX-FILE ASSIGN TO "PIXCRED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PIX-STATUS.

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

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT DISCR-FILE ASSIGN TO "PIXDISCR.RPT"
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
       FD  PIX-FILE.
           COPY PIXFD.

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

       FD  DISCR-FILE.
       01  DISCR-LINHA         PIC X(120).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-CONTROLE.
           03  WS-PIX-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
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
               88  SEM-ARQUIVO-PIX     VALUE "S".
           03  WS-PER-STATUS       PIC XX.
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-PER-IDX          PIC 9(03).
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-POSTADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-CREDITOS   PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-CREDITO    PIC 9(06)V99.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-VALOR-POSTADO    PIC 9(06)V99.
           03  WS-MOTIVO-REJEICAO  PIC X(40).

      *>   CAMPOS DA CHAMADA AO pixUtil (LEITURA DO TXID).
       01  WS-PXU-FUNCAO           PIC X(01) VALUE "L".
       01  WS-PXU-CONTRATO         PIC 9(06).
       01  WS-PXU-PARCELA          PIC 9(03).
       01  WS-PXU-PAYLOAD          PIC X(200).
       01  WS-PXU-VALIDO           PIC X(01).
           88  TXID-VALIDO            VALUE "S".
      *>   CADA PIX ENTRA NA CONTA DA EMPRESA PELO SEU VALOR - E O
      *>   QUE A CONCILIACAO BANCARIA (concBco) PROCURA NO EXTRATO.
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-VALOR        PIC 9(10)V99.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "PIX".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-QTD-FECHADAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FECHADAS.
           03  WS-FCH-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-FECHADAS.
               05  WS-FCH-COMP     PIC 9(6).

       01  WS-LINHA-DISCR.
           03  WS-DL-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-PARCELA       PIC 999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-VALOR         PIC 9(06)V99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-MOTIVO        PIC X(40).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-TXID          PIC X(13).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-E2E           PIC X(32).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-PROCESSA-CREDITOS
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P100-ABRE-ARQUIVOS.
           OPEN INPUT PIX-FILE
           IF WS-PIX-STATUS = "35"
               DISPLAY "SEM ARQUIVO DE CREDITOS PIX NA DATA - NADA A "
                       "PROCESSAR"
               SET SEM-ARQUIVO-PIX TO TRUE
               SET FIM-DO-ARQUIVO TO TRUE
           END-IF
           OPEN I-O FIN-FILE
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
           OPEN EXTEND DISCR-FILE
           IF WS-DISCR-STATUS = "35"
               OPEN OUTPUT DISCR-FILE
               CLOSE DISCR-FILE
               OPEN EXTEND DISCR-FILE
           END-IF
           PERFORM P108-CARREGA-PERIODOS
           IF NOT FIM-DO-ARQUIVO
               PERFORM P210-LE-CREDITO
           END-IF
           .

       P108-CARREGA-PERIODOS.
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM P109-LE-PERIODO
               PERFORM UNTIL FIM-PERIODOS
                       OR WS-QTD-FECHADAS = 200
                   IF PER-FECHADA
                       ADD 1 TO WS-QTD-FECHADAS
                       MOVE PER-COMPETENCIA
                           TO WS-FCH-COMP(WS-QTD-FECHADAS)
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

       P200-PROCESSA-CREDITOS.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE PIX-VALOR TO WS-MVB-VALOR
           MOVE PIX-E2E   TO WS-MVB-REFERENCIA
           CALL "movBcoUtil" USING PIX-DT-CREDITO WS-MVB-TIPO
                                   WS-MVB-VALOR WS-MVB-ORIGEM
                                   WS-MVB-REFERENCIA

      *>   O TXID DIZ O CONTRATO E A PARCELA; TXID QUE NAO E NOSSO
      *>   OU COM DV ERRADO NAO POSTA EM LUGAR NENHUM.
           CALL "pixUtil" USING WS-PXU-FUNCAO WS-PXU-CONTRATO
                                WS-PXU-PARCELA PIX-VALOR PIX-TXID
                                WS-PXU-PAYLOAD WS-PXU-VALIDO
           IF NOT TXID-VALIDO
               MOVE "TXID INVALIDO OU DE OUTRO RECEBEDOR"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE WS-PXU-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
                       MOVE "CONTRATO NAO ENCONTRADO"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       PERFORM P300-VALIDA-E-POSTA THRU P300-SAIDA
               END-READ
           END-IF

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P500-GRAVA-DISCREPANCIA
           END-IF

           PERFORM P210-LE-CREDITO
           .

       P210-LE-CREDITO.
           READ PIX-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P300-VALIDA-E-POSTA.
           IF FIN-CEDIDO
               MOVE "CONTRATO CEDIDO - COBRAR NO CESSIONARIO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               MOVE "CONTRATO NAO ESTA ATIVO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

      *>   CREDITO DATADO DENTRO DE COMPETENCIA FECHADA NAO POSTA,
      *>   A MESMA REGRA DO RETORNO BANCARIO.
           MOVE PIX-DT-CREDITO(1:6) TO WS-COMPETENCIA-MOV
           MOVE "N" TO WS-PERIODO-FECHADO
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTD-FECHADAS
               IF WS-FCH-COMP(WS-PER-IDX) = WS-COMPETENCIA-MOV
                   SET COMPETENCIA-FECHADA TO TRUE
               END-IF
           END-PERFORM
           IF COMPETENCIA-FECHADA
               MOVE "COMPETENCIA CONTABIL FECHADA"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
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

      *>   PARCELA JA PAGA (BOLETO E PIX DA MESMA PARCELA): O VALOR
      *>   INTEIRO VIRA CREDITO DO CLIENTE EM CREDSALD.DAT.
           IF WS-PXU-PARCELA <= WS-PAG-ULT-PARCELA-PAGA
               MOVE PIX-VALOR TO WS-VALOR-CREDITO
               PERFORM P420-GRAVA-CREDITO
               MOVE "PARCELA JA PAGA - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF WS-PXU-PARCELA NOT = WS-PAG-ULT-PARCELA-PAGA + 1
               MOVE "PARCELA FORA DE SEQUENCIA" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF PIX-VALOR = ZEROS
               MOVE "VALOR PAGO ZERADO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

           COMPUTE WS-VALOR-DEVIDO =
                   FIN-PARCELAS(WS-PXU-PARCELA)
                   - WS-PAG-VALOR-PARCIAL-PAGO
      *>   PIX ACIMA DO PENDENTE: A PARCELA E QUITADA PELO DEVIDO E
      *>   O EXCESSO VIRA CREDITO DO CLIENTE.
           MOVE PIX-VALOR TO WS-VALOR-POSTADO
           IF PIX-VALOR > WS-VALOR-DEVIDO
               COMPUTE WS-VALOR-CREDITO =
                       PIX-VALOR - WS-VALOR-DEVIDO
               PERFORM P420-GRAVA-CREDITO
               MOVE WS-VALOR-DEVIDO TO WS-VALOR-POSTADO
           END-IF

           IF WS-VALOR-POSTADO = WS-VALOR-DEVIDO
               ADD 1 TO WS-PAG-ULT-PARCELA-PAGA
               MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
           ELSE
               ADD WS-VALOR-POSTADO TO WS-PAG-VALOR-PARCIAL-PAGO
           END-IF

           PERFORM P400-GRAVA-PAGAMENTO
           PERFORM P410-GRAVA-HISTORICO
           ADD 1 TO WS-TOTAL-POSTADOS
           .
       P300-SAIDA.
           EXIT.

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
           MOVE WS-PAG-CONTRATO  TO PAGH-CONTRATO
           MOVE "P"              TO PAGH-TIPO
           MOVE WS-PAG-CLIENTE   TO PAGH-CLIENTE
           MOVE WS-PXU-PARCELA   TO PAGH-PARCELA
           MOVE PIX-DT-CREDITO   TO PAGH-DATA
           ACCEPT PAGH-HORA FROM TIME
           MOVE WS-VALOR-POSTADO TO PAGH-VALOR
           MOVE "PIX"            TO PAGH-OPERADOR
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
           MOVE WS-PXU-CONTRATO TO CRS-CONTRATO
           MOVE WS-PXU-PARCELA  TO CRS-PARCELA
           MOVE "C"             TO CRS-TIPO
           MOVE WS-VALOR-CREDITO TO CRS-VALOR
           ACCEPT CRS-DATA FROM DATE YYYYMMDD
           ACCEPT CRS-HORA FROM TIME
           MOVE "PIX"           TO CRS-OPERADOR
           MOVE "PIX"           TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           ADD 1 TO WS-TOTAL-CREDITOS
           .

       P500-GRAVA-DISCREPANCIA.
           MOVE WS-PXU-CONTRATO    TO WS-DL-CONTRATO
           MOVE WS-PXU-PARCELA     TO WS-DL-PARCELA
           MOVE PIX-VALOR          TO WS-DL-VALOR
           MOVE WS-MOTIVO-REJEICAO TO WS-DL-MOTIVO
           MOVE PIX-TXID           TO WS-DL-TXID
           MOVE PIX-E2E            TO WS-DL-E2E
           MOVE WS-LINHA-DISCR     TO DISCR-LINHA
           WRITE DISCR-LINHA
           DISPLAY "PIX REJEITADO - TXID " PIX-TXID(1:13) ": "
                   WS-MOTIVO-REJEICAO
           .

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-PIX
               CLOSE PIX-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE HIST-FILE
           CLOSE DISCR-FILE
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "CREDITOS PIX LIDOS : " WS-TOTAL-LIDOS
           DISPLAY "PAGAMENTOS POSTADOS: " WS-TOTAL-POSTADOS
           DISPLAY "ITENS REJEITADOS   : " WS-TOTAL-REJEITADOS
           DISPLAY "CREDITOS GERADOS   : " WS-TOTAL-CREDITOS
      *>   SEM ARQUIVO DO BANCO NADA FOI POSTADO: NAO GRAVA O C, PARA
      *>   O LOTE RODAR DE NOVO QUANDO O ARQUIVO CHEGAR NO DIA.
           IF NOT SEM-ARQUIVO-PIX
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

           MOVE "PIXRET  "       TO BAT-PROGRAMA
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
                   IF RUN-PROGRAMA = "PIXRET  "
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
               DISPLAY "PIXRET   JA PROCESSADO HOJE - RERUN "
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
           MOVE "PIXRET  " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM pixRet.
