      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly collection agency placement - takes every
      *          active contract whose worst overdue parcela on
      *          ENCARGOS.DAT sits in the SYSPARM band ASS-DIAS-MIN
      *          to ASS-DIAS-MAX, is not with the law firms
      *          (JURIDICO.DAT), is not of a deceased client (obito)
      *          nor under a collections hold (cobHold) and is not
      *          already placed, and deals
      *          it to the active agency holding the fewest cases,
      *          freezing the commission percentage from that
      *          agency's rate table on ASSCART.DAT. The cases go to
      *          the agencies on the outbound file ASSENVIO.TXT,
      *          registered on MANIFEST.DAT like the other interface
      *          files. One run per month (runCtl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessLote.

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

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT ENC-FILE ASSIGN TO "ENCARGOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENC-STATUS.

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRD-STATUS.

               SELECT ASS-FILE ASSIGN TO "ASSESSOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASS-STATUS.

               SELECT ASC-FILE ASSIGN TO "ASSCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASC-STATUS.

               SELECT ASE-FILE ASSIGN TO "ASSENVIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASE-STATUS.

               SELECT MAN-FILE ASSIGN TO "MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAN-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  ENC-FILE.
           COPY ENCFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  ASS-FILE.
           COPY ASSFD.

       FD  ASC-FILE.
           COPY ASCFD.

       FD  ASE-FILE.
           COPY ASEFD.

       FD  MAN-FILE.
           COPY MANFD.

       FD  RUN-FILE.
           COPY RUNFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-ENC-STATUS       PIC XX.
           03  WS-JRD-STATUS       PIC XX.
           03  WS-ASS-STATUS       PIC XX.
           03  WS-ASC-STATUS       PIC XX.
           03  WS-ASE-STATUS       PIC XX.
           03  WS-MAN-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-ENC-EOF          PIC X.
               88  FIM-ENCARGOS       VALUE "S".
           03  WS-JRD-EOF          PIC X.
               88  FIM-CASOS          VALUE "S".
           03  WS-ASS-EOF          PIC X.
               88  FIM-ASSESSORIAS    VALUE "S".
           03  WS-ASC-EOF          PIC X.
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-IDX              PIC 9(04).
           03  WS-CAR-IDX          PIC 9(05).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-COD-CLIENTE      PIC 9(05) VALUE ZEROS.
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-JRD-IDX          PIC 9(04).
           03  WS-ASS-IDX          PIC 9(03).
           03  WS-FX-IDX           PIC 9.
           03  WS-MENOR-IDX        PIC 9(03).
           03  WS-MENOR-CARGA      PIC 9(05).
           03  WS-PCT-FAIXA        PIC 9(02)V99.
           03  WS-VETADA           PIC X.
               88  ASSESSORIA-VETADA  VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-QTD-ENVIADOS     PIC 9(06) VALUE ZEROS.
           03  WS-TOT-ENVIADO      PIC 9(10)V99 VALUE ZEROS.
           03  WS-QTD-SEM-FAIXA    PIC 9(06) VALUE ZEROS.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

       01  WS-QTD-DEVEDORES        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-DEVEDORES.
           03  WS-DEV-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-DEVEDORES.
               05  WS-DEV-CONTRATO PIC 9(06).
               05  WS-DEV-CLIENTE  PIC X(20).
               05  WS-DEV-DIAS     PIC 9(05).
               05  WS-DEV-ATRASO   PIC 9(08)V99.

       01  WS-QTD-JURIDICO         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-JURIDICO.
           03  WS-JRD-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-JURIDICO.
               05  WS-JRD-CONTRATO PIC 9(06).

       01  WS-QTD-ASSESSORIAS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ASSESSORIAS.
           03  WS-ASS-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-ASSESSORIAS.
               05  WS-ASS-CODIGO   PIC 9(04).
               05  WS-ASS-FAIXA OCCURS 3 TIMES.
                   07  WS-ASS-FX-ATE-DIAS PIC 9(04).
                   07  WS-ASS-FX-PCT      PIC 9(02)V99.
               05  WS-ASS-CARGA    PIC 9(05).
               05  WS-ASS-NOVOS    PIC 9(05).

       01  WS-QTD-CARTEIRA         PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
           03  WS-CAR-ITEM OCCURS 0 TO 10000 TIMES
                           DEPENDING ON WS-QTD-CARTEIRA.
               05  WS-CAR-REGISTRO PIC X(93).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P050-LE-PARAMETROS-SISTEMA

           PERFORM P100-CARREGA-ASSESSORIAS
           IF WS-QTD-ASSESSORIAS = ZEROS
               DISPLAY "SEM ASSESSORIAS ATIVAS CADASTRADAS - NADA "
                       "A ENVIAR"
               GOBACK
           END-IF

           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           PERFORM P150-CARREGA-CARTEIRA
           IF WS-QTD-CARTEIRA = 10000
               DISPLAY "CARTEIRA DE ASSESSORIAS (ASSCART.DAT) CHEIA - "
                       "ENVIO NAO REALIZADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P170-CARREGA-JURIDICO
           PERFORM P200-CARREGA-DEVEDORES

           OPEN INPUT FIN-FILE
           OPEN INPUT CAD-FILE
           OPEN OUTPUT ASE-FILE
           MOVE SPACES       TO ASE-REGISTRO
           MOVE "H"          TO ASE-TIPO
           MOVE WS-DATA-HOJE TO ASE-DT-GERACAO
           MOVE "E"          TO ASE-MOVIMENTO
           MOVE "FINANCIADORA" TO ASE-INSTITUICAO
           WRITE ASE-REGISTRO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVEDORES
               PERFORM P300-AVALIA-DEVEDOR THRU P300-SAIDA
           END-PERFORM

           MOVE SPACES          TO ASE-REGISTRO
           MOVE "T"             TO ASE-TIPO
           MOVE WS-QTD-ENVIADOS TO ASE-QTD-REGISTROS
           MOVE WS-TOT-ENVIADO  TO ASE-TOTAL-VALOR
           WRITE ASE-REGISTRO
           CLOSE ASE-FILE
           CLOSE CAD-FILE
           CLOSE FIN-FILE

           PERFORM P800-REGRAVA-CARTEIRA
           PERFORM P850-GRAVA-MANIFESTO

           MOVE "C" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL

           DISPLAY "=============================================="
           DISPLAY "ENVIO MENSAL AS ASSESSORIAS DE COBRANCA"
           DISPLAY "FAIXA DE ATRASO: " WS-SYS-ASS-DIAS-MIN " A "
                   WS-SYS-ASS-DIAS-MAX " DIAS"
           DISPLAY "ASSESSORIA  CASOS EM CARTEIRA  NOVOS NO MES"
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               DISPLAY "  " WS-ASS-CODIGO(WS-ASS-IDX) "        "
                       WS-ASS-CARGA(WS-ASS-IDX) "            "
                       WS-ASS-NOVOS(WS-ASS-IDX)
           END-PERFORM
           DISPLAY "CONTRATOS ENVIADOS.....: " WS-QTD-ENVIADOS
           DISPLAY "VALOR EM ATRASO ENVIADO: " WS-TOT-ENVIADO
           IF WS-QTD-SEM-FAIXA > ZEROS
               DISPLAY "SEM ASSESSORIA POSSIVEL: " WS-QTD-SEM-FAIXA
           END-IF
           DISPLAY "ARQUIVO DE ENVIO.......: ASSENVIO.TXT"
           DISPLAY "=============================================="
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-ASS-DIAS-MIN IS NUMERIC
                          AND SYS-PARM-ASS-DIAS-MIN > ZEROS
                           MOVE SYS-PARM-ASS-DIAS-MIN
                               TO WS-SYS-ASS-DIAS-MIN
                       END-IF
                       IF SYS-PARM-ASS-DIAS-MAX IS NUMERIC
                          AND SYS-PARM-ASS-DIAS-MAX > ZEROS
                           MOVE SYS-PARM-ASS-DIAS-MAX
                               TO WS-SYS-ASS-DIAS-MAX
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P095-VERIFICA-RUN-CONTROL.
      *>   O ENVIO E MENSAL - UMA SEGUNDA RODADA NO MESMO MES SO COM
      *>   LINHA F LIBERADA NO runCtl, COMO NO lojRepasse.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "ASSLOTE "
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
               DISPLAY "ASSLOTE JA PROCESSADO ESTE MES - RERUN "
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
           MOVE "ASSLOTE " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       P100-CARREGA-ASSESSORIAS.
      *>   SO AS ATIVAS RECEBEM CASOS NOVOS.
           MOVE "N" TO WS-ASS-EOF
           OPEN INPUT ASS-FILE
           IF WS-ASS-STATUS = "00"
               PERFORM P110-LE-ASSESSORIA
               PERFORM UNTIL FIM-ASSESSORIAS
                       OR WS-QTD-ASSESSORIAS = 100
                   IF ASS-ATIVA
                       ADD 1 TO WS-QTD-ASSESSORIAS
                       MOVE ASS-CODIGO
                           TO WS-ASS-CODIGO(WS-QTD-ASSESSORIAS)
                       PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                               UNTIL WS-FX-IDX > 3
                           MOVE ASS-FX-ATE-DIAS(WS-FX-IDX)
                               TO WS-ASS-FX-ATE-DIAS(
                                  WS-QTD-ASSESSORIAS WS-FX-IDX)
                           MOVE ASS-FX-PCT(WS-FX-IDX)
                               TO WS-ASS-FX-PCT(
                                  WS-QTD-ASSESSORIAS WS-FX-IDX)
                       END-PERFORM
                       MOVE ZEROS
                           TO WS-ASS-CARGA(WS-QTD-ASSESSORIAS)
                       MOVE ZEROS
                           TO WS-ASS-NOVOS(WS-QTD-ASSESSORIAS)
                   END-IF
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

       P150-CARREGA-CARTEIRA.
      *>   A CARTEIRA INTEIRA VAI PARA A TABELA (ATIVOS E HISTORICO)
      *>   E E REGRAVADA NO FIM COM OS ENVIOS DO MES ACRESCENTADOS.
           MOVE "N" TO WS-ASC-EOF
           OPEN INPUT ASC-FILE
           IF WS-ASC-STATUS = "00"
               PERFORM P160-LE-CASO
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-CARTEIRA = 10000
                   ADD 1 TO WS-QTD-CARTEIRA
                   MOVE ASC-REGISTRO
                       TO WS-CAR-REGISTRO(WS-QTD-CARTEIRA)
                   IF ASC-ATIVO
                       PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                               UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
                           IF WS-ASS-CODIGO(WS-ASS-IDX)
                              = ASC-ASSESSORIA
                               ADD 1 TO WS-ASS-CARGA(WS-ASS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM P160-LE-CASO
               END-PERFORM
               CLOSE ASC-FILE
           END-IF
           .

       P160-LE-CASO.
           READ ASC-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P170-CARREGA-JURIDICO.
           MOVE "N" TO WS-JRD-EOF
           OPEN INPUT JRD-FILE
           IF WS-JRD-STATUS = "00"
               PERFORM P175-LE-CASO-JURIDICO
               PERFORM UNTIL FIM-CASOS
                       OR WS-QTD-JURIDICO = 2000
                   IF JRD-SITUACAO NOT = "X"
                       ADD 1 TO WS-QTD-JURIDICO
                       MOVE JRD-CONTRATO
                           TO WS-JRD-CONTRATO(WS-QTD-JURIDICO)
                   END-IF
                   PERFORM P175-LE-CASO-JURIDICO
               END-PERFORM
               CLOSE JRD-FILE
           END-IF
           .

       P175-LE-CASO-JURIDICO.
           READ JRD-FILE
               AT END SET FIM-CASOS TO TRUE
           END-READ
           .

       P200-CARREGA-DEVEDORES.
      *>   UMA LINHA POR CONTRATO: O ATRASO QUE DECIDE A FAIXA E O
      *>   DA PARCELA MAIS ANTIGA; O VALOR E O TOTAL DOS ENCARGOS.
           MOVE "N" TO WS-ENC-EOF
           OPEN INPUT ENC-FILE
           IF WS-ENC-STATUS = "00"
               PERFORM P210-LE-ENCARGO
               PERFORM UNTIL FIM-ENCARGOS
                   PERFORM P220-ACUMULA-DEVEDOR THRU P220-SAIDA
                   PERFORM P210-LE-ENCARGO
               END-PERFORM
               CLOSE ENC-FILE
           END-IF
           .

       P210-LE-ENCARGO.
           READ ENC-FILE
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ
           .

       P220-ACUMULA-DEVEDOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEVEDORES
               IF WS-DEV-CONTRATO(WS-IDX) = ENC-CONTRATO
                   ADD ENC-VALOR-TOTAL TO WS-DEV-ATRASO(WS-IDX)
                   IF ENC-DIAS-ATRASO > WS-DEV-DIAS(WS-IDX)
                       MOVE ENC-DIAS-ATRASO TO WS-DEV-DIAS(WS-IDX)
                   END-IF
                   GO TO P220-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-DEVEDORES < 2000
               ADD 1 TO WS-QTD-DEVEDORES
               MOVE ENC-CONTRATO TO WS-DEV-CONTRATO(WS-QTD-DEVEDORES)
               MOVE ENC-CLIENTE  TO WS-DEV-CLIENTE(WS-QTD-DEVEDORES)
               MOVE ENC-DIAS-ATRASO
                   TO WS-DEV-DIAS(WS-QTD-DEVEDORES)
               MOVE ENC-VALOR-TOTAL
                   TO WS-DEV-ATRASO(WS-QTD-DEVEDORES)
           END-IF
           .
       P220-SAIDA.
           EXIT.

       P300-AVALIA-DEVEDOR.
           IF WS-DEV-DIAS(WS-IDX) < WS-SYS-ASS-DIAS-MIN
              OR WS-DEV-DIAS(WS-IDX) > WS-SYS-ASS-DIAS-MAX
               GO TO P300-SAIDA
           END-IF
           IF WS-QTD-CARTEIRA = 10000
               GO TO P300-SAIDA
           END-IF

      *>   CONTRATO DE CLIENTE FALECIDO (obito.cbl) NAO E COBRADO.
           CALL "obitoUtil" USING WS-DEV-CONTRATO(WS-IDX) WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               GO TO P300-SAIDA
           END-IF

      *>   NEM O QUE ESTA SOB BLOQUEIO DE COBRANCA (cobHold).
           CALL "holdUtil" USING WS-DEV-CONTRATO(WS-IDX) WS-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-MOTIVO-BLOQUEIO NOT = SPACES
               GO TO P300-SAIDA
           END-IF

      *>   CONTRATO COM O JURIDICO NAO VAI PARA ASSESSORIA.
           PERFORM VARYING WS-JRD-IDX FROM 1 BY 1
                   UNTIL WS-JRD-IDX > WS-QTD-JURIDICO
               IF WS-JRD-CONTRATO(WS-JRD-IDX)
                  = WS-DEV-CONTRATO(WS-IDX)
                   GO TO P300-SAIDA
               END-IF
           END-PERFORM

      *>   JA EM PODER DE UMA ASSESSORIA: FICA ONDE ESTA.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               IF ASC-CONTRATO = WS-DEV-CONTRATO(WS-IDX)
                  AND ASC-ATIVO
                   GO TO P300-SAIDA
               END-IF
           END-PERFORM

           MOVE WS-DEV-CONTRATO(WS-IDX) TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   GO TO P300-SAIDA
           END-READ
           IF NOT FIN-ATIVO
               GO TO P300-SAIDA
           END-IF

           PERFORM P400-ESCOLHE-ASSESSORIA
           IF WS-MENOR-IDX = ZEROS
               ADD 1 TO WS-QTD-SEM-FAIXA
               GO TO P300-SAIDA
           END-IF

           PERFORM P450-BUSCA-FAIXA
           PERFORM P500-REGISTRA-ENVIO
           .
       P300-SAIDA.
           EXIT.

       P400-ESCOLHE-ASSESSORIA.
      *>   MESMO CRITERIO DO cobWork: QUEM TEM MENOS CASOS RECEBE O
      *>   NOVO - MENOS A ASSESSORIA DE QUEM O CASO JA FOI
      *>   RECOLHIDO POR FALTA DE PAGAMENTO.
           MOVE 99999 TO WS-MENOR-CARGA
           MOVE ZEROS TO WS-MENOR-IDX
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               IF WS-ASS-CARGA(WS-ASS-IDX) < WS-MENOR-CARGA
                   PERFORM P410-VERIFICA-VETO
                   IF NOT ASSESSORIA-VETADA
                       MOVE WS-ASS-CARGA(WS-ASS-IDX)
                           TO WS-MENOR-CARGA
                       MOVE WS-ASS-IDX TO WS-MENOR-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

       P410-VERIFICA-VETO.
           MOVE "N" TO WS-VETADA
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-QTD-CARTEIRA
               MOVE WS-CAR-REGISTRO(WS-CAR-IDX) TO ASC-REGISTRO
               IF ASC-CONTRATO = WS-DEV-CONTRATO(WS-IDX)
                  AND ASC-ASSESSORIA = WS-ASS-CODIGO(WS-ASS-IDX)
                  AND ASC-RECOLHIDO
                  AND ASC-MOTIVO = "S"
                   MOVE "S" TO WS-VETADA
               END-IF
           END-PERFORM
           .

       P450-BUSCA-FAIXA.
      *>   PRIMEIRA FAIXA QUE COBRE O ATRASO DO CASO; ACIMA DA ULTIMA
      *>   FAIXA PREENCHIDA VALE O PERCENTUAL DELA.
           MOVE ZEROS TO WS-PCT-FAIXA
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > 3
               IF WS-ASS-FX-ATE-DIAS(WS-MENOR-IDX WS-FX-IDX) > ZEROS
                   MOVE WS-ASS-FX-PCT(WS-MENOR-IDX WS-FX-IDX)
                       TO WS-PCT-FAIXA
                   IF WS-DEV-DIAS(WS-IDX) <=
                      WS-ASS-FX-ATE-DIAS(WS-MENOR-IDX WS-FX-IDX)
                       MOVE 4 TO WS-FX-IDX
                   END-IF
               END-IF
           END-PERFORM
           .

       P500-REGISTRA-ENVIO.
           MOVE SPACES TO ASC-REGISTRO
           MOVE WS-DEV-CONTRATO(WS-IDX) TO ASC-CONTRATO
           MOVE WS-DEV-CLIENTE(WS-IDX)  TO ASC-CLIENTE
           MOVE WS-ASS-CODIGO(WS-MENOR-IDX) TO ASC-ASSESSORIA
           MOVE WS-DATA-HOJE            TO ASC-DT-ENVIO
           MOVE WS-DEV-DIAS(WS-IDX)     TO ASC-DIAS-ATRASO
           MOVE WS-DEV-ATRASO(WS-IDX)   TO ASC-VALOR-ENVIADO
           MOVE WS-PCT-FAIXA            TO ASC-PCT-COMISSAO
           MOVE ZEROS                   TO ASC-DT-ULT-PAGTO
      *>   PAGAMENTOS SO CONTAM PARA A ASSESSORIA A PARTIR DO ENVIO.
           MOVE WS-DATA-HOJE            TO ASC-DT-APURADO
           MOVE ZEROS                   TO ASC-VALOR-RECUPERADO
           MOVE "A"                     TO ASC-SITUACAO
           MOVE SPACE                   TO ASC-MOTIVO
           MOVE ZEROS                   TO ASC-DT-RECOLHA
           ADD 1 TO WS-QTD-CARTEIRA
           MOVE ASC-REGISTRO TO WS-CAR-REGISTRO(WS-QTD-CARTEIRA)
           ADD 1 TO WS-ASS-CARGA(WS-MENOR-IDX)
           ADD 1 TO WS-ASS-NOVOS(WS-MENOR-IDX)
           ADD 1 TO WS-QTD-ENVIADOS
           ADD WS-DEV-ATRASO(WS-IDX) TO WS-TOT-ENVIADO

           MOVE SPACES TO ASE-REGISTRO
           MOVE "D"                     TO ASE-TIPO
           MOVE ASC-ASSESSORIA          TO ASE-ASSESSORIA
           MOVE ASC-CONTRATO            TO ASE-CONTRATO
           MOVE FIN-COD-CLIENTE         TO ASE-COD-CLIENTE
           MOVE ASC-CLIENTE             TO ASE-CLIENTE
           MOVE ZEROS                   TO ASE-CPF-CNPJ
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               NOT INVALID KEY
                   MOVE CAD-CPF-CNPJ    TO ASE-CPF-CNPJ
                   MOVE CAD-TEL         TO ASE-TELEFONE
                   MOVE CAD-CIDADE      TO ASE-CIDADE
                   MOVE CAD-UF          TO ASE-UF
           END-READ
           MOVE ASC-DIAS-ATRASO         TO ASE-DIAS-ATRASO
           MOVE ASC-VALOR-ENVIADO       TO ASE-VALOR
           MOVE SPACE                   TO ASE-MOTIVO
           WRITE ASE-REGISTRO

           MOVE ASC-CONTRATO TO WS-EVT-CONTRATO
           MOVE "ASSESSORIA" TO WS-EVT-TIPO
           MOVE ASC-VALOR-ENVIADO TO WS-EVT-VALOR
           MOVE SPACES TO WS-EVT-DETALHE
           STRING "ENVIO ASSESSORIA " ASC-ASSESSORIA
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
           MOVE "ASSENVIO.TXT"  TO MAN-ARQUIVO
           MOVE WS-DATA-HOJE    TO MAN-DATA
           ACCEPT MAN-HORA FROM TIME
           MOVE WS-QTD-ENVIADOS TO MAN-REGISTROS
           MOVE WS-TOT-ENVIADO  TO MAN-VALOR
           COMPUTE MAN-CHECKSUM =
                   FUNCTION MOD(WS-QTD-ENVIADOS * 1000
                                + WS-TOT-ENVIADO, 999999999)
           MOVE "G"             TO MAN-SITUACAO
           MOVE ZEROS           TO MAN-CONF-REGISTROS
           MOVE ZEROS           TO MAN-CONF-VALOR
           MOVE WS-OPERADOR     TO MAN-OPERADOR
           WRITE MAN-REGISTRO
           CLOSE MAN-FILE
           .

       END PROGRAM assessLote.
