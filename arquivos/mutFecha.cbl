      ******************************************************************
      * Author:
      * Date:
      * Purpose: Debt-settlement drive (mutirao) closing report - for
      *          every campaign of MUTCAMP.DAT whose offers went out
      *          (mutLote), reads the offers of MUTOFER.DAT stamped by
      *          the bank return (retorno.cbl) and shows offers issued,
      *          adhesions to the cash settlement and to the new
      *          schedule, the adherence rate, the saldo devedor
      *          offered, the amount recovered and the discount
      *          granted. A campaign past its end date is closed here
      *          (situacao E) and its offers nobody took are marked
      *          expired, so a late payment of one of its boletos
      *          becomes client credit instead of a settlement.
      *          Output to MUTFECHA.RPT and the screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mutFecha.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MUT-FILE ASSIGN TO "MUTCAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MUT-STATUS.

               SELECT MOF-FILE ASSIGN TO "MUTOFER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOF-STATUS.

               SELECT RPT-FILE ASSIGN TO "MUTFECHA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUT-FILE.
           COPY MUTFD.

       FD  MOF-FILE.
           COPY MOFFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-MUT-STATUS       PIC XX.
           03  WS-MOF-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-MUT-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-MOF-EOF          PIC X.
               88  FIM-OFERTAS        VALUE "S".
           03  WS-MOF-CHEIA        PIC X VALUE "N".
               88  OFERTAS-TRANSBORDOU VALUE "S".
           03  WS-MUT-IDX          PIC 9(03).
           03  WS-MUT-ACHADO       PIC 9(03).
           03  WS-MOF-IDX          PIC 9(05).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-ADESOES          PIC 9(06).
           03  WS-PCT-ADESAO       PIC 9(03)V99.
           03  WS-PCT-EDIT         PIC ZZ9,99.
           03  WS-SALDO-EDIT       PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-PAGO-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-DESC-EDIT        PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-SITUACAO-EDIT    PIC X(12).
           03  WS-QTD-ENCERRADAS   PIC 9(03) VALUE ZEROS.
           03  WS-QTD-EXPIRADAS    PIC 9(06) VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(100).

      *>   CAMPANHAS COM OS TOTAIS DAS SUAS OFERTAS. WS-CMP-FECHA
      *>   MARCA A CAMPANHA GERADA CUJA VALIDADE JA PASSOU.
       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-MUT-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-MUT-REGISTRO PIC X(95).
               05  WS-CMP-FECHA    PIC X(01).
               05  WS-CMP-EMITIDAS PIC 9(06).
               05  WS-CMP-QUITADAS PIC 9(06).
               05  WS-CMP-RENEGOC  PIC 9(06).
               05  WS-CMP-EXPIRADAS PIC 9(06).
               05  WS-CMP-SALDO    PIC 9(10)V99.
               05  WS-CMP-PAGO     PIC 9(10)V99.
               05  WS-CMP-DESCONTO PIC 9(10)V99.

       01  WS-QTD-OFERTAS          PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-OFERTAS.
           03  WS-MOF-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-OFERTAS.
               05  WS-MOF-REGISTRO PIC X(121).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P100-CARREGA-CAMPANHAS
           IF WS-QTD-CAMPANHAS = ZEROS
               DISPLAY "NENHUMA CAMPANHA CADASTRADA EM MUTCAMP.DAT."
               GOBACK
           END-IF
           PERFORM P200-CARREGA-OFERTAS
           IF OFERTAS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 OFERTAS EM MUTOFER.DAT - "
                       "FECHAMENTO NAO EXECUTADO."
               GOBACK
           END-IF

           PERFORM P300-APURA-OFERTAS
           PERFORM P500-IMPRIME-RELATORIO
           IF WS-QTD-ENCERRADAS > ZEROS
               PERFORM P800-REGRAVA-CAMPANHAS
               PERFORM P810-REGRAVA-OFERTAS
           END-IF
           DISPLAY "CAMPANHAS ENCERRADAS....: " WS-QTD-ENCERRADAS
           DISPLAY "OFERTAS EXPIRADAS.......: " WS-QTD-EXPIRADAS
           GOBACK.

       P100-CARREGA-CAMPANHAS.
      *>   CAMPANHA GERADA COM DATA FIM ANTERIOR A HOJE ENCERRA NESTA
      *>   RODADA; A ABERTA (SEM OFERTAS) FICA COMO ESTA.
           MOVE "N" TO WS-MUT-EOF
           OPEN INPUT MUT-FILE
           IF WS-MUT-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE WS-QTD-CAMPANHAS TO WS-MUT-IDX
                   MOVE MUT-REGISTRO TO WS-MUT-REGISTRO(WS-MUT-IDX)
                   MOVE "N"   TO WS-CMP-FECHA(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-EMITIDAS(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-QUITADAS(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-RENEGOC(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-EXPIRADAS(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-SALDO(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-PAGO(WS-MUT-IDX)
                   MOVE ZEROS TO WS-CMP-DESCONTO(WS-MUT-IDX)
                   IF MUT-GERADA AND MUT-DT-FIM < WS-DATA-HOJE
                       MOVE "S" TO WS-CMP-FECHA(WS-MUT-IDX)
                       ADD 1 TO WS-QTD-ENCERRADAS
                   END-IF
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE MUT-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ MUT-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P200-CARREGA-OFERTAS.
           MOVE "N" TO WS-MOF-EOF
           OPEN INPUT MOF-FILE
           IF WS-MOF-STATUS = "00"
               PERFORM P210-LE-OFERTA
               PERFORM UNTIL FIM-OFERTAS OR OFERTAS-TRANSBORDOU
                   IF WS-QTD-OFERTAS = 20000
                       SET OFERTAS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-OFERTAS
                       MOVE MOF-REGISTRO
                           TO WS-MOF-REGISTRO(WS-QTD-OFERTAS)
                       PERFORM P210-LE-OFERTA
                   END-IF
               END-PERFORM
               CLOSE MOF-FILE
           END-IF
           .

       P210-LE-OFERTA.
           READ MOF-FILE
               AT END SET FIM-OFERTAS TO TRUE
           END-READ
           .

       P300-APURA-OFERTAS.
           PERFORM VARYING WS-MOF-IDX FROM 1 BY 1
                   UNTIL WS-MOF-IDX > WS-QTD-OFERTAS
               PERFORM P310-APURA-OFERTA THRU P310-SAIDA
           END-PERFORM
           .

       P310-APURA-OFERTA.
           MOVE WS-MOF-REGISTRO(WS-MOF-IDX) TO MOF-REGISTRO
           MOVE ZEROS TO WS-MUT-ACHADO
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               IF WS-MUT-REGISTRO(WS-MUT-IDX)(1:4) = MOF-CAMPANHA
                   MOVE WS-MUT-IDX TO WS-MUT-ACHADO
               END-IF
           END-PERFORM
           IF WS-MUT-ACHADO = ZEROS
               GO TO P310-SAIDA
           END-IF

      *>   OFERTA AINDA EMITIDA DE CAMPANHA QUE ENCERRA: O CLIENTE
      *>   NAO ADERIU DENTRO DO PRAZO.
           IF MOF-EMITIDA AND WS-CMP-FECHA(WS-MUT-ACHADO) = "S"
               MOVE "X" TO MOF-SITUACAO
               MOVE MOF-REGISTRO TO WS-MOF-REGISTRO(WS-MOF-IDX)
               ADD 1 TO WS-QTD-EXPIRADAS
           END-IF

           ADD 1 TO WS-CMP-EMITIDAS(WS-MUT-ACHADO)
           ADD MOF-SALDO TO WS-CMP-SALDO(WS-MUT-ACHADO)
           EVALUATE TRUE
               WHEN MOF-QUITADA
                   ADD 1 TO WS-CMP-QUITADAS(WS-MUT-ACHADO)
               WHEN MOF-RENEGOCIADA
                   ADD 1 TO WS-CMP-RENEGOC(WS-MUT-ACHADO)
               WHEN MOF-EXPIRADA
                   ADD 1 TO WS-CMP-EXPIRADAS(WS-MUT-ACHADO)
           END-EVALUATE
           IF MOF-QUITADA OR MOF-RENEGOCIADA
               ADD MOF-VALOR-PAGO
                   TO WS-CMP-PAGO(WS-MUT-ACHADO)
               ADD MOF-VALOR-DESCONTO
                   TO WS-CMP-DESCONTO(WS-MUT-ACHADO)
           END-IF
           .
       P310-SAIDA.
           EXIT.

       P500-IMPRIME-RELATORIO.
           MOVE "MUTFECHA" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "MUTIRAO DE RENEGOCIACAO - ADESAO E RECUPERACAO "
                  "POR CAMPANHA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-REGISTRO(WS-MUT-IDX) TO MUT-REGISTRO
               IF NOT MUT-ABERTA
                   PERFORM P510-IMPRIME-CAMPANHA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM MUTFECHA.RPT"
           .

       P510-IMPRIME-CAMPANHA.
           IF WS-CMP-FECHA(WS-MUT-IDX) = "S"
               MOVE "E" TO MUT-SITUACAO
               MOVE MUT-REGISTRO TO WS-MUT-REGISTRO(WS-MUT-IDX)
           END-IF
           IF MUT-ENCERRADA
               MOVE "ENCERRADA" TO WS-SITUACAO-EDIT
           ELSE
               MOVE "EM ANDAMENTO" TO WS-SITUACAO-EDIT
           END-IF
           COMPUTE WS-ADESOES = WS-CMP-QUITADAS(WS-MUT-IDX)
                              + WS-CMP-RENEGOC(WS-MUT-IDX)
           IF WS-CMP-EMITIDAS(WS-MUT-IDX) > ZEROS
               COMPUTE WS-PCT-ADESAO ROUNDED = WS-ADESOES * 100
                       / WS-CMP-EMITIDAS(WS-MUT-IDX)
           ELSE
               MOVE ZEROS TO WS-PCT-ADESAO
           END-IF
           MOVE WS-PCT-ADESAO           TO WS-PCT-EDIT
           MOVE WS-CMP-SALDO(WS-MUT-IDX)    TO WS-SALDO-EDIT
           MOVE WS-CMP-PAGO(WS-MUT-IDX)     TO WS-PAGO-EDIT
           MOVE WS-CMP-DESCONTO(WS-MUT-IDX) TO WS-DESC-EDIT

           MOVE SPACES TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CAMPANHA " MUT-CODIGO " " MUT-DESCRICAO
                  "  " MUT-DT-INICIO " A " MUT-DT-FIM
                  "  " WS-SITUACAO-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  OFERTAS: " WS-CMP-EMITIDAS(WS-MUT-IDX)
                  "  QUITACOES: " WS-CMP-QUITADAS(WS-MUT-IDX)
                  "  RENEGOCIACOES: " WS-CMP-RENEGOC(WS-MUT-IDX)
                  "  EXPIRADAS: " WS-CMP-EXPIRADAS(WS-MUT-IDX)
                  "  ADESAO: " WS-PCT-EDIT "%"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  SALDO OFERTADO: " WS-SALDO-EDIT
                  "  RECUPERADO: " WS-PAGO-EDIT
                  "  DESCONTO: " WS-DESC-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-REGRAVA-CAMPANHAS.
           OPEN OUTPUT MUT-FILE
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-REGISTRO(WS-MUT-IDX) TO MUT-REGISTRO
               WRITE MUT-REGISTRO
           END-PERFORM
           CLOSE MUT-FILE
           .

       P810-REGRAVA-OFERTAS.
           OPEN OUTPUT MOF-FILE
           PERFORM VARYING WS-MOF-IDX FROM 1 BY 1
                   UNTIL WS-MOF-IDX > WS-QTD-OFERTAS
               MOVE WS-MOF-REGISTRO(WS-MOF-IDX) TO MOF-REGISTRO
               WRITE MOF-REGISTRO
           END-PERFORM
           CLOSE MOF-FILE
           .

       END PROGRAM mutFecha.
