      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly collection agency follow-up. Attributes every
      *          PAGHIST.DAT row (pagamento, multa/mora, estorno)
      *          dated after the placement's last attribution date to
      *          the agency holding the contract, writing the
      *          commission owed at the placement's frozen rate on
      *          ASSREC.DAT for the month-end settlement
      *          (assessAcerto). Then recalls the cases the agency
      *          must give back: contract sent to the law firms,
      *          contract closed, arrears cleared, or no payment for
      *          ASS-DIAS-RECOLHE days (SYSPARM). The night's recalls
      *          go to the agencies on ASSRECOL.TXT, registered on
      *          MANIFEST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessPag.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAGH-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAGH-STATUS.

               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRD-STATUS.

               SELECT ASC-FILE ASSIGN TO "ASSCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASC-STATUS.

               SELECT ASR-FILE ASSIGN TO "ASSREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASR-STATUS.

               SELECT ASE-FILE ASSIGN TO "ASSRECOL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASE-STATUS.

               SELECT MAN-FILE ASSIGN TO "MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAN-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAGH-FILE.
           COPY PAGHFD.

       FD  ENC-FILE.
           COPY ENCFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  ASC-FILE.
           COPY ASCFD.

       FD  ASR-FILE.
           COPY ASRFD.

       FD  ASE-FILE.
           COPY ASEFD.

       FD  MAN-FILE.
           COPY MANFD.

       FD  BAT-FILE.
           COPY BATSUM.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAGH-STATUS      PIC XX.
           03  WS-ENC-STATUS       PIC XX.
           03  WS-JRD-STATUS       PIC XX.
           03  WS-ASC-STATUS       PIC XX.
           03  WS-ASR-STATUS       PIC XX.
           03  WS-ASE-STATUS       PIC XX.
           03  WS-MAN-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-PAGH-EOF         PIC X.
               88  FIM-PAGAMENTOS     VALUE "S".
           03  WS-ENC-EOF          PIC X.
               88  FIM-ENCARGOS       VALUE "S".
           03  WS-JRD-EOF          PIC X.
               88  FIM-CASOS          VALUE "S".
           03  WS-ASC-EOF          PIC X.
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-CAR-IDX          PIC 9(05).
           03  WS-IDX              PIC 9(04).
           03  WS-ACHOU            PIC X.
               88  ACHOU-CONTRATO     VALUE "S".
           03  WS-MOTIVO           PIC X(01).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-BASE        PIC 9(8).
           03  WS-DIAS-SEM-PAGTO   PIC 9(05).
           03  WS-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-ATRIBUIDOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOT-COMISSAO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-QTD-RECOLHIDOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOT-RECOLHIDO    PIC 9(10)V99 VALUE ZEROS.
           03  WS-QTD-MOTIVO-S     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-MOTIVO-J     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-MOTIVO-Q     PIC 9(06) VALUE ZEROS.
           03  WS-QTD-MOTIVO-E     PIC 9(06) VALUE ZEROS.
           03  WS-OPERADOR         PIC X(08) VALUE "LOTE".

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

       01  WS-QTD-CARTEIRA         PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
           03  WS-CAR-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-CARTEIRA.
               05  WS-CAR-REGISTRO PIC X(93).

       01  WS-QTD-JURIDICO         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-JURIDICO.
           03  WS-JRD-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-JURIDICO.
               05  WS-JRD-CONTRATO PIC 9(06).

       01  WS-QTD-DEVEDORES        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DEVEDORES.
           03  WS-DEV-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-DEVEDORES.
               05  WS-DEV-CONTRATO PIC 9(06).
               05  WS-DEV-ATRASO   PIC 9(08)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-LE-PARAMETROS-SISTEMA

           PERFORM P100-CARREGA-CARTEIRA
           IF WS-QTD-CARTEIRA = ZEROS
               DISPLAY "SEM CASOS EM ASSESSORIAS (ASSCART.DAT) - "
                       "NADA A APURAR"
               PERFORM P930-GRAVA-RESUMO
               GOBACK
           END-IF
           PERFORM P150-CARREGA-JURIDICO
           PERFORM P170-CARREGA-DEVEDORES

           PERFORM P200-ATRIBUI-PAGAMENTOS

           OPEN INPUT FIN-FILE
           OPEN OUTPUT ASE-FILE
           MOVE SPACES       TO ASE-REGISTRO
           MOVE "H"          TO ASE-TIPO
           MOVE WS-DATA-HOJE TO ASE-DT-GERACAO
           MOVE "R"          TO ASE-MOVIMENTO
           MOVE "FINANCIADORA" TO ASE-INSTITUICAO
           WRITE ASE-REGISTRO

           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               IF ASC-ATIVO
                   PERFORM P400-VERIFICA-RECOLHA THRU P400-SAIDA
               END-IF
           END-PERFORM

           MOVE SPACES            TO ASE-REGISTRO
           MOVE "T"               TO ASE-TIPO
           MOVE WS-QTD-RECOLHIDOS TO ASE-QTD-REGISTROS
           MOVE WS-TOT-RECOLHIDO  TO ASE-TOTAL-VALOR
           WRITE ASE-REGISTRO
           CLOSE ASE-FILE
           CLOSE FIN-FILE

           PERFORM P800-REGRAVA-CARTEIRA
           IF WS-QTD-RECOLHIDOS > ZEROS
               PERFORM P850-GRAVA-MANIFESTO
           END-IF
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "=============================================="
           DISPLAY "ASSESSORIAS DE COBRANCA - APURACAO DIARIA"
           DISPLAY "PAGAMENTOS LIDOS.............: " WS-QTD-LIDOS
           DISPLAY "ATRIBUIDOS A ASSESSORIAS.....: "
                   WS-QTD-ATRIBUIDOS
           DISPLAY "COMISSAO GERADA (LIQUIDA)....: " WS-TOT-COMISSAO
           DISPLAY "CASOS RECOLHIDOS.............: "
                   WS-QTD-RECOLHIDOS
           DISPLAY "  SEM PAGAMENTO..............: " WS-QTD-MOTIVO-S
           DISPLAY "  ENVIADOS AO JURIDICO.......: " WS-QTD-MOTIVO-J
           DISPLAY "  ATRASO REGULARIZADO........: " WS-QTD-MOTIVO-Q
           DISPLAY "  CONTRATO ENCERRADO.........: " WS-QTD-MOTIVO-E
           DISPLAY "ARQUIVO DE RECOLHIMENTO......: ASSRECOL.TXT"
           DISPLAY "=============================================="
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-ASS-DIAS-RECOLHE IS NUMERIC
                          AND SYS-PARM-ASS-DIAS-RECOLHE > ZEROS
                           MOVE SYS-PARM-ASS-DIAS-RECOLHE
                               TO WS-SYS-ASS-DIAS-RECOLHE
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-CARREGA-CARTEIRA.
           MOVE "N" TO WS-ASC-EOF
           OPEN INPUT ASC-FILE
           IF WS-ASC-STATUS = "00"
               PERFORM P110-LE-CASO
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-CARTEIRA = 10000
                   ADD 1 TO WS-QTD-CARTEIRA
                   MOVE ASC-REGISTRO
                       TO WS-CAR-REGISTRO(WS-QTD-CARTEIRA)
                   PERFORM P110-LE-CASO
               END-PERFORM
               CLOSE ASC-FILE
           END-IF
           .

       P110-LE-CASO.
           READ ASC-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P150-CARREGA-JURIDICO.
           MOVE "N" TO WS-JRD-EOF
           OPEN INPUT JRD-FILE
           IF WS-JRD-STATUS = "00"
               PERFORM P155-LE-CASO-JURIDICO
               PERFORM UNTIL FIM-CASOS
                       OR WS-QTD-JURIDICO = 2000
                   IF JRD-SITUACAO NOT = "X"
                       ADD 1 TO WS-QTD-JURIDICO
                       MOVE JRD-CONTRATO
                           TO WS-JRD-CONTRATO(WS-QTD-JURIDICO)
                   END-IF
                   PERFORM P155-LE-CASO-JURIDICO
               END-PERFORM
               CLOSE JRD-FILE
           END-IF
           .

       P155-LE-CASO-JURIDICO.
           READ JRD-FILE
               AT END SET FIM-CASOS TO TRUE
           END-READ
           .

       P170-CARREGA-DEVEDORES.
      *>   CONTRATOS AINDA COM PARCELA EM ATRASO (SNAPSHOT DO
      *>   lateCharge DESTA NOITE) E O TOTAL DEVIDO DE CADA UM.
           MOVE "N" TO WS-ENC-EOF
           OPEN INPUT ENC-FILE
           IF WS-ENC-STATUS = "00"
               PERFORM P175-LE-ENCARGO
               PERFORM UNTIL FIM-ENCARGOS
                   PERFORM P180-ACUMULA-DEVEDOR THRU P180-SAIDA
                   PERFORM P175-LE-ENCARGO
               END-PERFORM
               CLOSE ENC-FILE
           END-IF
           .

       P175-LE-ENCARGO.
           READ ENC-FILE
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ
           .

       P180-ACUMULA-DEVEDOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVEDORES
               IF WS-DEV-CONTRATO(WS-IDX) = ENC-CONTRATO
                   ADD ENC-VALOR-TOTAL TO WS-DEV-ATRASO(WS-IDX)
                   GO TO P180-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-DEVEDORES < 2000
               ADD 1 TO WS-QTD-DEVEDORES
               MOVE ENC-CONTRATO TO WS-DEV-CONTRATO(WS-QTD-DEVEDORES)
               MOVE ENC-VALOR-TOTAL
                   TO WS-DEV-ATRASO(WS-QTD-DEVEDORES)
           END-IF
           .
       P180-SAIDA.
           EXIT.

       P200-ATRIBUI-PAGAMENTOS.
           OPEN EXTEND ASR-FILE
           IF WS-ASR-STATUS = "35"
               OPEN OUTPUT ASR-FILE
               CLOSE ASR-FILE
               OPEN EXTEND ASR-FILE
           END-IF
           MOVE "N" TO WS-PAGH-EOF
           OPEN INPUT PAGH-FILE
           IF WS-PAGH-STATUS = "00"
               PERFORM P210-LE-PAGAMENTO
               PERFORM UNTIL FIM-PAGAMENTOS
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM P220-LOCALIZA-CASO
                   IF ACHOU-CONTRATO
                       PERFORM P300-ATRIBUI-PAGAMENTO
                   END-IF
                   PERFORM P210-LE-PAGAMENTO
               END-PERFORM
               CLOSE PAGH-FILE
           END-IF
           CLOSE ASR-FILE

      *>   TUDO ATE HOJE JA FOI APURADO - A PROXIMA NOITE COMECA
      *>   DAQUI, E UMA RODADA REPETIDA NAO ATRIBUI NADA DE NOVO.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               IF ASC-ATIVO
                   MOVE WS-DATA-HOJE TO ASC-DT-APURADO
                   MOVE ASC-REGISTRO TO WS-CAR-REGISTRO(WS-CAR-IDX)
               END-IF
           END-PERFORM
           .

       P210-LE-PAGAMENTO.
           READ PAGH-FILE
               AT END SET FIM-PAGAMENTOS TO TRUE
           END-READ
           .

       P220-LOCALIZA-CASO.
      *>   SO O CASO ATIVO DO CONTRATO, E SO PAGAMENTO POSTERIOR A
      *>   ULTIMA APURACAO (O DIA DO ENVIO NAO CONTA).
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
                      OR ACHOU-CONTRATO
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               IF ASC-CONTRATO = PAGH-CONTRATO
                  AND ASC-ATIVO
                  AND PAGH-DATA > ASC-DT-APURADO
                  AND PAGH-DATA NOT > WS-DATA-HOJE
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM
           IF ACHOU-CONTRATO
               SUBTRACT 1 FROM WS-CAR-IDX
           END-IF
           .

       P300-ATRIBUI-PAGAMENTO.
           MOVE SPACES            TO ASR-REGISTRO
           MOVE ASC-ASSESSORIA    TO ASR-ASSESSORIA
           MOVE ASC-CONTRATO      TO ASR-CONTRATO
           MOVE PAGH-TIPO         TO ASR-TIPO
           MOVE PAGH-PARCELA      TO ASR-PARCELA
           MOVE PAGH-DATA         TO ASR-DATA
           MOVE PAGH-VALOR        TO ASR-VALOR
           MOVE ASC-PCT-COMISSAO  TO ASR-PCT-COMISSAO
           COMPUTE ASR-COMISSAO ROUNDED =
                   PAGH-VALOR * ASC-PCT-COMISSAO / 100
           MOVE "P"               TO ASR-SITUACAO
           MOVE ZEROS             TO ASR-DT-ACERTO
           WRITE ASR-REGISTRO
           ADD 1 TO WS-QTD-ATRIBUIDOS

      *>   ESTORNO DEVOLVE O RECUPERADO E A COMISSAO DO PAGAMENTO.
           IF PAGH-TIPO = "E"
               IF PAGH-VALOR > ASC-VALOR-RECUPERADO
                   MOVE ZEROS TO ASC-VALOR-RECUPERADO
               ELSE
                   SUBTRACT PAGH-VALOR FROM ASC-VALOR-RECUPERADO
               END-IF
               IF ASR-COMISSAO > WS-TOT-COMISSAO
                   MOVE ZEROS TO WS-TOT-COMISSAO
               ELSE
                   SUBTRACT ASR-COMISSAO FROM WS-TOT-COMISSAO
               END-IF
           ELSE
               ADD PAGH-VALOR TO ASC-VALOR-RECUPERADO
               ADD ASR-COMISSAO TO WS-TOT-COMISSAO
               IF PAGH-DATA > ASC-DT-ULT-PAGTO
                   MOVE PAGH-DATA TO ASC-DT-ULT-PAGTO
               END-IF
           END-IF
           MOVE ASC-REGISTRO TO WS-CAR-REGISTRO(WS-CAR-IDX)
           .

       P400-VERIFICA-RECOLHA.
           MOVE SPACE TO WS-MOTIVO
           MOVE ASC-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "E" TO WS-MOTIVO
               NOT INVALID KEY
                   IF FIN-QUITADO
                       MOVE "Q" TO WS-MOTIVO
                   ELSE
                       IF NOT FIN-ATIVO
                           MOVE "E" TO WS-MOTIVO
                       END-IF
                   END-IF
           END-READ

      *>   CASO ABERTO NO JURIDICO PREVALECE SOBRE OS DEMAIS MOTIVOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-JURIDICO
               IF WS-JRD-CONTRATO(WS-IDX) = ASC-CONTRATO
                   MOVE "J" TO WS-MOTIVO
               END-IF
           END-PERFORM

           IF WS-MOTIVO = SPACE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-DEVEDORES
                   IF WS-DEV-CONTRATO(WS-IDX) = ASC-CONTRATO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF NOT ACHOU-CONTRATO
                   MOVE "Q" TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACE
               IF ASC-DT-ULT-PAGTO > ZEROS
                   MOVE ASC-DT-ULT-PAGTO TO WS-DATA-BASE
               ELSE
                   MOVE ASC-DT-ENVIO TO WS-DATA-BASE
               END-IF
               COMPUTE WS-DIAS-SEM-PAGTO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               IF WS-DIAS-SEM-PAGTO >= WS-SYS-ASS-DIAS-RECOLHE
                   MOVE "S" TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO = SPACE
               GO TO P400-SAIDA
           END-IF
           PERFORM P500-RECOLHE-CASO
           .
       P400-SAIDA.
           EXIT.

       P500-RECOLHE-CASO.
           MOVE "R"          TO ASC-SITUACAO
           MOVE WS-MOTIVO    TO ASC-MOTIVO
           MOVE WS-DATA-HOJE TO ASC-DT-RECOLHA
           MOVE ASC-REGISTRO TO WS-CAR-REGISTRO(WS-CAR-IDX)
           ADD 1 TO WS-QTD-RECOLHIDOS
           EVALUATE WS-MOTIVO
               WHEN "S" ADD 1 TO WS-QTD-MOTIVO-S
               WHEN "J" ADD 1 TO WS-QTD-MOTIVO-J
               WHEN "Q" ADD 1 TO WS-QTD-MOTIVO-Q
               WHEN OTHER ADD 1 TO WS-QTD-MOTIVO-E
           END-EVALUATE

           MOVE SPACES TO ASE-REGISTRO
           MOVE "D"            TO ASE-TIPO
           MOVE ASC-ASSESSORIA TO ASE-ASSESSORIA
           MOVE ASC-CONTRATO   TO ASE-CONTRATO
           MOVE ZEROS          TO ASE-COD-CLIENTE
           IF WS-FIN-STATUS = "00"
               MOVE FIN-COD-CLIENTE TO ASE-COD-CLIENTE
           END-IF
           MOVE ASC-CLIENTE    TO ASE-CLIENTE
           MOVE ZEROS          TO ASE-CPF-CNPJ
           MOVE ZEROS          TO ASE-DIAS-ATRASO
           MOVE ZEROS          TO ASE-VALOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVEDORES
               IF WS-DEV-CONTRATO(WS-IDX) = ASC-CONTRATO
                   MOVE WS-DEV-ATRASO(WS-IDX) TO ASE-VALOR
               END-IF
           END-PERFORM
           MOVE WS-MOTIVO      TO ASE-MOTIVO
           WRITE ASE-REGISTRO
           ADD ASE-VALOR TO WS-TOT-RECOLHIDO

           MOVE ASC-CONTRATO TO WS-EVT-CONTRATO
           MOVE "ASSESS-REC" TO WS-EVT-TIPO
           MOVE ASC-VALOR-RECUPERADO TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "RECOLHIDO ASSESSORIA " ASC-ASSESSORIA
                  " MOT " WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR
                                WS-EVT-DETALHE
           .

       P800-REGRAVA-CARTEIRA.
           OPEN OUTPUT ASC-FILE
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               WRITE ASC-REGISTRO
           END-PERFORM
           CLOSE ASC-FILE
           .

       P850-GRAVA-MANIFESTO.
           OPEN EXTEND MAN-FILE
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MAN-FILE
               CLOSE MAN-FILE
               OPEN EXTEND MAN-FILE
           END-IF
           MOVE "ASSRECOL.TXT"    TO MAN-ARQUIVO
           MOVE WS-DATA-HOJE      TO MAN-DATA
           ACCEPT MAN-HORA FROM TIME
           MOVE WS-QTD-RECOLHIDOS TO MAN-REGISTROS
           MOVE WS-TOT-RECOLHIDO  TO MAN-VALOR
           COMPUTE MAN-CHECKSUM =
                   FUNCTION MOD(WS-QTD-RECOLHIDOS * 1000
                                + WS-TOT-RECOLHIDO, 999999999)
           MOVE "G"               TO MAN-SITUACAO
           MOVE ZEROS             TO MAN-CONF-REGISTROS
           MOVE ZEROS             TO MAN-CONF-VALOR
           MOVE WS-OPERADOR       TO MAN-OPERADOR
           WRITE MAN-REGISTRO
           CLOSE MAN-FILE
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "ASSESPAG"        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-QTD-LIDOS      TO BAT-LIDOS
           MOVE WS-QTD-ATRIBUIDOS TO BAT-PROCESSADOS
           MOVE ZEROS             TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM assessPag.
