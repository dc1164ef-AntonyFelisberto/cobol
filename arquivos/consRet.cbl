      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employer payroll-deduction return processing - reads
      *          the convenentes' answer to the deduction file
      *          (CONSRET.DAT). A deducted item is posted exactly the
      *          way retorno.cbl posts a collected boleto: counter
      *          advanced or partial carried, one PAGHIST.DAT row per
      *          item with operator CONSIG, a duplicate deduction or
      *          the excess of an overdeduction turned into a client
      *          credit in CREDSALD.DAT (origem CONSIG), items dated
      *          inside a closed competencia refused. An item the
      *          employer did not deduct is handed back to boleto
      *          collection on CONSDEV.DAT - the whole contract when
      *          the employee was dismissed, only the parcela when
      *          there was no margin or another reason - so consGera
      *          stops sending it and remessa picks it up (both ask
      *          consigUtil). Every item not posted is listed on
      *          CONSDISCR.RPT. Run-control protected and
      *          control-totalled to BATCHSUM.DAT like the other
      *          posting batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CNR-FILE ASSIGN TO "CONSRET.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNR-STATUS.

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

               SELECT CSD-FILE ASSIGN TO "CONSDEV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSD-STATUS.

               SELECT PER-FILE ASSIGN TO "PERIODO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-STATUS.

               SELECT DISCR-FILE ASSIGN TO "CONSDISCR.RPT"
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
       FD  CNR-FILE.
           COPY CNRFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  CSD-FILE.
           COPY CSDFD.

       FD  PER-FILE.
           COPY PERFD.

       FD  DISCR-FILE.
       01  DISCR-LINHA         PIC X(100).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-CONTROLE.
           03  WS-CNR-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-CSD-STATUS       PIC XX.
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
               88  SEM-ARQUIVO-CONSIG  VALUE "S".
           03  WS-PER-STATUS       PIC XX.
           03  WS-PER-EOF          PIC X.
               88  FIM-PERIODOS       VALUE "S".
           03  WS-PER-IDX          PIC 9(03).
           03  WS-COMPETENCIA-MOV  PIC 9(6).
           03  WS-PERIODO-FECHADO  PIC X.
               88  COMPETENCIA-FECHADA VALUE "S".
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-POSTADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-CREDITOS   PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-CREDITO    PIC 9(06)V99.
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-VALOR-POSTADO    PIC 9(06)V99.
           03  WS-MOTIVO-REJEICAO  PIC X(40).
           03  WS-CONVENIO-CTR     PIC 9(04).
           03  WS-COBRANCA         PIC X(01).
           03  WS-PARCELA-ZERO     PIC 999 VALUE ZEROS.

       01  WS-QTD-FECHADAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FECHADAS.
           03  WS-FCH-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-FECHADAS.
               05  WS-FCH-COMP     PIC 9(6).

      *>   CADA CONVENENTE REPASSA NUMA TRANSFERENCIA O QUE DESCONTOU
      *>   EM FOLHA - A CONCILIACAO BANCARIA (concBco) PROCURA O
      *>   TOTAL POR CONVENENTE NO EXTRATO.
       01  WS-QTD-CONVENIOS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONVENIOS.
           03  WS-CNV-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CONVENIOS.
               05  WS-CNV-CODIGO   PIC 9(04).
               05  WS-CNV-VALOR    PIC 9(10)V99.
       77  WS-CNV-IDX              PIC 9(03).
       77  WS-CNV-ACHOU            PIC 9(03).
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-DATA         PIC 9(8) VALUE ZEROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "CONSIG".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-LINHA-DISCR.
           03  WS-DL-CONVENIO      PIC 9(04).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-PARCELA       PIC 999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-VALOR         PIC 9(06)V99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-SITUACAO      PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-MOTIVO-EMP    PIC X(02).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DL-MOTIVO        PIC X(40).

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
           PERFORM P200-PROCESSA-RETORNO
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P100-ABRE-ARQUIVOS.
           OPEN INPUT CNR-FILE
           IF WS-CNR-STATUS = "35"
               DISPLAY "SEM RETORNO DE CONSIGNADO NA DATA - NADA A "
                       "PROCESSAR"
               SET SEM-ARQUIVO-CONSIG TO TRUE
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
           OPEN EXTEND CSD-FILE
           IF WS-CSD-STATUS = "35"
               OPEN OUTPUT CSD-FILE
               CLOSE CSD-FILE
               OPEN EXTEND CSD-FILE
           END-IF
           OPEN EXTEND DISCR-FILE
           IF WS-DISCR-STATUS = "35"
               OPEN OUTPUT DISCR-FILE
               CLOSE DISCR-FILE
               OPEN EXTEND DISCR-FILE
           END-IF
           PERFORM P108-CARREGA-PERIODOS
           IF NOT FIM-DO-ARQUIVO
               PERFORM P210-LE-RETORNO
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

       P200-PROCESSA-RETORNO.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           MOVE CNR-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "CONTRATO NAO ENCONTRADO"
                       TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
      *>           SO O CONVENENTE DO CONTRATO RESPONDE POR ELE.
                   CALL "consigUtil" USING FIN-CONTRATO
                                           WS-PARCELA-ZERO
                                           WS-CONVENIO-CTR
                                           WS-COBRANCA
                   IF WS-CONVENIO-CTR NOT = CNR-CONVENIO
                       MOVE "CONTRATO NAO CONSIGNADO NESTE CONVENENTE"
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF CNR-NAO-DESCONTADO
                           PERFORM P600-DEVOLVE-A-COBRANCA
                       ELSE
                           PERFORM P300-VALIDA-E-POSTA THRU P300-SAIDA
                       END-IF
                       IF CNR-DESCONTADO
                           PERFORM P700-ACUMULA-CONVENIO
                       END-IF
                   END-IF
           END-READ

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM P500-GRAVA-DISCREPANCIA
           END-IF

           PERFORM P210-LE-RETORNO
           .

       P210-LE-RETORNO.
           READ CNR-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P300-VALIDA-E-POSTA.
           IF NOT CNR-DESCONTADO
               MOVE "SITUACAO DO ITEM INVALIDA" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF FIN-CEDIDO
               MOVE "CONTRATO CEDIDO - COBRAR NO CESSIONARIO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               MOVE "CONTRATO NAO ESTA ATIVO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

      *>   DESCONTO DATADO DENTRO DE COMPETENCIA FECHADA NAO POSTA,
      *>   A MESMA REGRA DO RETORNO BANCARIO.
           MOVE CNR-DT-DESCONTO(1:6) TO WS-COMPETENCIA-MOV
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

      *>   PARCELA JA PAGA (BOLETO E DESCONTO DA MESMA PARCELA): O
      *>   VALOR INTEIRO VIRA CREDITO DO CLIENTE EM CREDSALD.DAT.
           IF CNR-PARCELA <= WS-PAG-ULT-PARCELA-PAGA
               MOVE CNR-VALOR TO WS-VALOR-CREDITO
               PERFORM P420-GRAVA-CREDITO
               MOVE "PARCELA JA PAGA - VALOR VIROU CREDITO"
                   TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF CNR-PARCELA NOT = WS-PAG-ULT-PARCELA-PAGA + 1
               MOVE "PARCELA FORA DE SEQUENCIA" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF
           IF CNR-VALOR = ZEROS
               MOVE "VALOR DESCONTADO ZERADO" TO WS-MOTIVO-REJEICAO
               GO TO P300-SAIDA
           END-IF

           COMPUTE WS-VALOR-DEVIDO =
                   FIN-PARCELAS(CNR-PARCELA)
                   - WS-PAG-VALOR-PARCIAL-PAGO
      *>   DESCONTO ACIMA DO PENDENTE: A PARCELA E QUITADA PELO
      *>   DEVIDO E O EXCESSO VIRA CREDITO DO CLIENTE.
           MOVE CNR-VALOR TO WS-VALOR-POSTADO
           IF CNR-VALOR > WS-VALOR-DEVIDO
               COMPUTE WS-VALOR-CREDITO =
                       CNR-VALOR - WS-VALOR-DEVIDO
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
           MOVE CNR-PARCELA      TO PAGH-PARCELA
           MOVE CNR-DT-DESCONTO  TO PAGH-DATA
           ACCEPT PAGH-HORA FROM TIME
           MOVE WS-VALOR-POSTADO TO PAGH-VALOR
           MOVE "CONSIG"         TO PAGH-OPERADOR
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
           MOVE CNR-CONTRATO    TO CRS-CONTRATO
           MOVE CNR-PARCELA     TO CRS-PARCELA
           MOVE "C"             TO CRS-TIPO
           MOVE WS-VALOR-CREDITO TO CRS-VALOR
           ACCEPT CRS-DATA FROM DATE YYYYMMDD
           ACCEPT CRS-HORA FROM TIME
           MOVE "CONSIG"        TO CRS-OPERADOR
           MOVE "CONSIG"        TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           ADD 1 TO WS-TOTAL-CREDITOS
           .

       P500-GRAVA-DISCREPANCIA.
           MOVE CNR-CONVENIO       TO WS-DL-CONVENIO
           MOVE CNR-CONTRATO       TO WS-DL-CONTRATO
           MOVE CNR-PARCELA        TO WS-DL-PARCELA
           MOVE CNR-VALOR          TO WS-DL-VALOR
           MOVE CNR-SITUACAO       TO WS-DL-SITUACAO
           MOVE CNR-MOTIVO         TO WS-DL-MOTIVO-EMP
           MOVE WS-MOTIVO-REJEICAO TO WS-DL-MOTIVO
           MOVE WS-LINHA-DISCR     TO DISCR-LINHA
           WRITE DISCR-LINHA
           DISPLAY "CONSIGNADO " CNR-CONTRATO "/" CNR-PARCELA ": "
                   WS-MOTIVO-REJEICAO
           .

       P600-DEVOLVE-A-COBRANCA.
      *>   NAO DESCONTADO: DESLIGADO DEVOLVE O CONTRATO INTEIRO
      *>   (PARCELA 000); SEM MARGEM, AFASTADO OU OUTRO MOTIVO
      *>   DEVOLVEM SO A PARCELA. A PROXIMA REMESSA EMITE O BOLETO.
           MOVE CNR-CONTRATO    TO CSD-CONTRATO
           MOVE CNR-CONVENIO    TO CSD-CONVENIO
           MOVE CNR-MOTIVO      TO CSD-MOTIVO
           MOVE WS-RC-DATA-HOJE TO CSD-DT-RETORNO
           EVALUATE TRUE
               WHEN CNR-DESLIGADO
                   MOVE ZEROS TO CSD-PARCELA
                   MOVE "DESLIGADO - CONTRATO VOLTA PARA BOLETO"
                       TO WS-MOTIVO-REJEICAO
               WHEN CNR-SEM-MARGEM
                   MOVE CNR-PARCELA TO CSD-PARCELA
                   MOVE "SEM MARGEM - PARCELA VOLTA PARA BOLETO"
                       TO WS-MOTIVO-REJEICAO
               WHEN CNR-AFASTADO
                   MOVE CNR-PARCELA TO CSD-PARCELA
                   MOVE "AFASTADO - PARCELA VOLTA PARA BOLETO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE CNR-PARCELA TO CSD-PARCELA
                   MOVE "NAO DESCONTADO - VOLTA PARA BOLETO"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           WRITE CSD-REGISTRO
           ADD 1 TO WS-TOTAL-DEVOLVIDOS
      *>   A DEVOLUCAO VAI PARA O RELATORIO, MAS NAO E REJEICAO.
           PERFORM P500-GRAVA-DISCREPANCIA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           .

       P700-ACUMULA-CONVENIO.
      *>   O DESCONTADO E DEVIDO PELO CONVENENTE MESMO QUE O ITEM
      *>   NAO POSTE AQUI.
           MOVE ZEROS TO WS-CNV-ACHOU
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               IF WS-CNV-CODIGO(WS-CNV-IDX) = CNR-CONVENIO
                   MOVE WS-CNV-IDX TO WS-CNV-ACHOU
               END-IF
           END-PERFORM
           IF WS-CNV-ACHOU = ZEROS
              AND WS-QTD-CONVENIOS < 200
               ADD 1 TO WS-QTD-CONVENIOS
               MOVE WS-QTD-CONVENIOS TO WS-CNV-ACHOU
               MOVE CNR-CONVENIO TO WS-CNV-CODIGO(WS-CNV-ACHOU)
               MOVE ZEROS        TO WS-CNV-VALOR(WS-CNV-ACHOU)
           END-IF
           IF WS-CNV-ACHOU > ZEROS
               ADD CNR-VALOR TO WS-CNV-VALOR(WS-CNV-ACHOU)
           END-IF
           .

       P710-GRAVA-MOVIMENTO-BANCO.
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               MOVE SPACES TO WS-MVB-REFERENCIA
               STRING "REPASSE CONVENENTE " WS-CNV-CODIGO(WS-CNV-IDX)
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
               CALL "movBcoUtil" USING WS-MVB-DATA WS-MVB-TIPO
                                       WS-CNV-VALOR(WS-CNV-IDX)
                                       WS-MVB-ORIGEM
                                       WS-MVB-REFERENCIA
           END-PERFORM
           .

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-CONSIG
               CLOSE CNR-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE HIST-FILE
           CLOSE CSD-FILE
           CLOSE DISCR-FILE
           PERFORM P710-GRAVA-MOVIMENTO-BANCO
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "ITENS DE RETORNO LIDOS: " WS-TOTAL-LIDOS
           DISPLAY "DESCONTOS POSTADOS....: " WS-TOTAL-POSTADOS
           DISPLAY "DEVOLVIDOS AO BOLETO..: " WS-TOTAL-DEVOLVIDOS
           DISPLAY "ITENS REJEITADOS......: " WS-TOTAL-REJEITADOS
           DISPLAY "CREDITOS GERADOS......: " WS-TOTAL-CREDITOS
      *>   SEM ARQUIVO DOS CONVENENTES NADA FOI POSTADO: NAO GRAVA O
      *>   C, PARA O LOTE RODAR DE NOVO QUANDO O ARQUIVO CHEGAR.
           IF NOT SEM-ARQUIVO-CONSIG
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

           MOVE "CONSRET "       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS     TO BAT-LIDOS
           COMPUTE BAT-PROCESSADOS =
                   WS-TOTAL-POSTADOS + WS-TOTAL-DEVOLVIDOS
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
                   IF RUN-PROGRAMA = "CONSRET "
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
               DISPLAY "CONSRET  JA PROCESSADO HOJE - RERUN "
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
           MOVE "CONSRET " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM consRet.
