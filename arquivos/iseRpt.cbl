      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly late-charge waiver report - for one
      *          competencia (AAAAMM) totals the multa/mora waivers of
      *          ISENCAO.DAT by collector (the operator who asked for
      *          the waiver): how many were applied and for how much,
      *          how many were refused by the supervisor and how many
      *          are still pending, then the applied value by reason
      *          code (ISEMOT.cpy), so the month-end collection
      *          meeting sees who is giving the charges away and why,
      *          next to the recovery on cobEfic. Applied and refused
      *          waivers count in the month of the decision, pending
      *          ones in the month they were asked for. Output to
      *          ISENCAO.RPT and the screen, RPTHDR.cpy header.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. iseRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ISE-FILE ASSIGN TO "ISENCAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISE-STATUS.

               SELECT RPT-FILE ASSIGN TO "ISENCAO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISE-FILE.
           COPY ISEFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY ISEMOT.

       01  WS-VARIAVEIS.
           03  WS-ISE-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-ISE-EOF          PIC X VALUE "N".
               88  FIM-ISENCOES       VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-DATA-COMPET      PIC 9(6).
           03  WS-COL-IDX          PIC 9(03).
           03  WS-COL-ACHOU        PIC 9(03).
           03  WS-MOT-IDX          PIC 9(02).
           03  WS-MOT-ACHOU        PIC 9(02).
           03  WS-COL-CHEIA        PIC X VALUE "N".
               88  COLETORES-TRANSBORDOU VALUE "S".
           03  WS-TOT-QTD-APLIC    PIC 9(05) VALUE ZEROS.
           03  WS-TOT-QTD-RECUS    PIC 9(05) VALUE ZEROS.
           03  WS-TOT-QTD-PEND     PIC 9(05) VALUE ZEROS.
           03  WS-TOT-MULTA        PIC 9(09)V99 VALUE ZEROS.
           03  WS-TOT-MORA         PIC 9(09)V99 VALUE ZEROS.
           03  WS-TOT-ISENTO       PIC 9(09)V99 VALUE ZEROS.
           03  WS-MULTA-ED         PIC ZZ.ZZZ.ZZ9,99.
           03  WS-MORA-ED          PIC ZZ.ZZZ.ZZ9,99.
           03  WS-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(90).

       01  WS-QTD-COLETORES        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-COLETORES.
           03  WS-COL-ITEM OCCURS 200 TIMES.
               05  WS-COL-OPERADOR PIC X(08).
               05  WS-COL-QTD-APLIC PIC 9(05).
               05  WS-COL-QTD-RECUS PIC 9(05).
               05  WS-COL-QTD-PEND PIC 9(05).
               05  WS-COL-MULTA    PIC 9(09)V99.
               05  WS-COL-MORA     PIC 9(09)V99.
               05  WS-COL-TOTAL    PIC 9(09)V99.

       01  WS-TABELA-MOTIVOS.
           03  WS-TMO-ITEM OCCURS 7 TIMES.
               05  WS-TMO-QTD      PIC 9(05).
               05  WS-TMO-TOTAL    PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           INITIALIZE WS-TABELA-MOTIVOS
           PERFORM P060-EMPRESA-DO-RELATORIO

           PERFORM P100-ACUMULA-ISENCOES
           IF COLETORES-TRANSBORDOU
               DISPLAY "AVISO: MAIS DE 200 OPERADORES NO MES - "
                       "EXCEDENTE SO ENTRA NOS TOTAIS."
           END-IF
           PERFORM P500-IMPRIME-RELATORIO
           GOBACK.

       P100-ACUMULA-ISENCOES.
           MOVE "N" TO WS-ISE-EOF
           OPEN INPUT ISE-FILE
           IF WS-ISE-STATUS = "00"
               PERFORM P110-LE-ISENCAO
               PERFORM UNTIL FIM-ISENCOES
      *>           PENDENTE CONTA NO MES DO PEDIDO; APLICADA E
      *>           RECUSADA NO MES DA DECISAO - O MES EM QUE A
      *>           APLICADA FOI AO RAZAO.
                   IF ISE-PENDENTE
                       COMPUTE WS-DATA-COMPET = ISE-DATA / 100
                   ELSE
                       COMPUTE WS-DATA-COMPET = ISE-DT-DECISAO / 100
                   END-IF
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE ISE-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF WS-DATA-COMPET = WS-COMPETENCIA
                      AND EMU-OK
                       PERFORM P120-LOCALIZA-COLETOR THRU P120-SAIDA
                       PERFORM P130-SOMA-ISENCAO
                   END-IF
                   PERFORM P110-LE-ISENCAO
               END-PERFORM
               CLOSE ISE-FILE
           END-IF
           .

       P110-LE-ISENCAO.
           READ ISE-FILE
               AT END SET FIM-ISENCOES TO TRUE
           END-READ
           .

       P120-LOCALIZA-COLETOR.
           MOVE ZEROS TO WS-COL-ACHOU
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               IF WS-COL-OPERADOR(WS-COL-IDX) = ISE-OPERADOR
                   MOVE WS-COL-IDX TO WS-COL-ACHOU
                   GO TO P120-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-COLETORES = 200
               SET COLETORES-TRANSBORDOU TO TRUE
               GO TO P120-SAIDA
           END-IF
           ADD 1 TO WS-QTD-COLETORES
           MOVE WS-QTD-COLETORES TO WS-COL-ACHOU
           MOVE ISE-OPERADOR TO WS-COL-OPERADOR(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-QTD-APLIC(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-QTD-RECUS(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-QTD-PEND(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-MULTA(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-MORA(WS-COL-ACHOU)
           MOVE ZEROS TO WS-COL-TOTAL(WS-COL-ACHOU)
           .
       P120-SAIDA.
           EXIT.

       P130-SOMA-ISENCAO.
           EVALUATE TRUE
               WHEN ISE-APLICADA
                   ADD 1               TO WS-TOT-QTD-APLIC
                   ADD ISE-VALOR-MULTA TO WS-TOT-MULTA
                   ADD ISE-VALOR-MORA  TO WS-TOT-MORA
                   ADD ISE-VALOR-TOTAL TO WS-TOT-ISENTO
                   IF WS-COL-ACHOU > ZEROS
                       ADD 1 TO WS-COL-QTD-APLIC(WS-COL-ACHOU)
                       ADD ISE-VALOR-MULTA
                           TO WS-COL-MULTA(WS-COL-ACHOU)
                       ADD ISE-VALOR-MORA
                           TO WS-COL-MORA(WS-COL-ACHOU)
                       ADD ISE-VALOR-TOTAL
                           TO WS-COL-TOTAL(WS-COL-ACHOU)
                   END-IF
                   PERFORM P140-SOMA-MOTIVO
               WHEN ISE-RECUSADA
                   ADD 1 TO WS-TOT-QTD-RECUS
                   IF WS-COL-ACHOU > ZEROS
                       ADD 1 TO WS-COL-QTD-RECUS(WS-COL-ACHOU)
                   END-IF
               WHEN ISE-PENDENTE
                   ADD 1 TO WS-TOT-QTD-PEND
                   IF WS-COL-ACHOU > ZEROS
                       ADD 1 TO WS-COL-QTD-PEND(WS-COL-ACHOU)
                   END-IF
           END-EVALUATE
           .

       P140-SOMA-MOTIVO.
      *>   CODIGO FORA DA TABELA CAI EM OU (OUTROS), O ULTIMO.
           MOVE WS-MOT-QTD TO WS-MOT-ACHOU
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOT-QTD
               IF WS-MOT-CODIGO(WS-MOT-IDX) = ISE-MOTIVO
                   MOVE WS-MOT-IDX TO WS-MOT-ACHOU
               END-IF
           END-PERFORM
           ADD 1               TO WS-TMO-QTD(WS-MOT-ACHOU)
           ADD ISE-VALOR-TOTAL TO WS-TMO-TOTAL(WS-MOT-ACHOU)
           .

       P500-IMPRIME-RELATORIO.
           MOVE "ISERPT  " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "ISENCOES DE MULTA E MORA POR COBRADOR - "
                  "COMPETENCIA " WS-COMPETENCIA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "COBRADOR APLIC RECUS PEND          MULTA"
                  "           MORA    TOTAL ISENTO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P510-IMPRIME-COLETOR
                   VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-MULTA  TO WS-MULTA-ED
           MOVE WS-TOT-MORA   TO WS-MORA-ED
           MOVE WS-TOT-ISENTO TO WS-TOTAL-ED
           STRING "TOTAL    " WS-TOT-QTD-APLIC " "
                  WS-TOT-QTD-RECUS " " WS-TOT-QTD-PEND " "
                  WS-MULTA-ED " " WS-MORA-ED " " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           PERFORM P590-ESCREVE-LINHA
           MOVE "ISENCOES APLICADAS POR MOTIVO" TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "MOT DESCRICAO                  QTD "
                  "  TOTAL ISENTO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P520-IMPRIME-MOTIVO
                   VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOT-QTD

           MOVE WS-QTD-COLETORES TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P510-IMPRIME-COLETOR.
           MOVE WS-COL-MULTA(WS-COL-IDX) TO WS-MULTA-ED
           MOVE WS-COL-MORA(WS-COL-IDX)  TO WS-MORA-ED
           MOVE WS-COL-TOTAL(WS-COL-IDX) TO WS-TOTAL-ED
           STRING WS-COL-OPERADOR(WS-COL-IDX) " "
                  WS-COL-QTD-APLIC(WS-COL-IDX) " "
                  WS-COL-QTD-RECUS(WS-COL-IDX) " "
                  WS-COL-QTD-PEND(WS-COL-IDX) " "
                  WS-MULTA-ED " " WS-MORA-ED " " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P520-IMPRIME-MOTIVO.
           MOVE WS-TMO-TOTAL(WS-MOT-IDX) TO WS-TOTAL-ED
           STRING WS-MOT-CODIGO(WS-MOT-IDX) "  "
                  WS-MOT-NOME(WS-MOT-IDX) "  "
                  WS-TMO-QTD(WS-MOT-IDX) " " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM iseRpt.
