      ******************************************************************
      * Author:
      * Date:
      * Purpose: Creditos nao identificados aging report - over the
      *          suspense file CNIDENT.DAT (CNIFD.cpy) lists every
      *          item still open more than the SYSPARM CNI-PRAZO-DIAS
      *          calendar days after it came in, oldest first in file
      *          order, with origin, payment date, value, what the
      *          bank sent and the reason it was parked, and closes
      *          with the open suspense balance split within and over
      *          the deadline - the open total is what GL account
      *          24001 must show. Runs in the nightly stream after
      *          the retorno and from the menu. Written to
      *          CNIAGING.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cniAging.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CNI-FILE ASSIGN TO "CNIDENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNI-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "CNIAGING.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNI-FILE.
           COPY CNIFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS       PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-CNI-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-CNI-EOF          PIC X.
               88  FIM-ITENS          VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-DIAS-ABERTO      PIC S9(05).
           03  WS-QTD-LIDOS        PIC 9(07) VALUE ZEROS.
           03  WS-QTD-ABERTOS      PIC 9(07) VALUE ZEROS.
           03  WS-QTD-NO-PRAZO     PIC 9(07) VALUE ZEROS.
           03  WS-QTD-VENCIDOS     PIC 9(07) VALUE ZEROS.
           03  WS-VLR-ABERTO       PIC 9(10)V99 VALUE ZEROS.
           03  WS-VLR-NO-PRAZO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-VLR-VENCIDO      PIC 9(10)V99 VALUE ZEROS.
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-ITEM.
           03  WS-LIT-NUMERO       PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-ORIGEM       PIC X(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-ENTRADA      PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-PAGAMENTO    PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-DIAS         PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-CONTRATO     PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-PARCELA      PIC 999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-PAGADOR      PIC X(30).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LIT-MOTIVO       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - OS TOTAIS COMECAM ZERADOS A
      *>   CADA EMISSAO.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ABERTOS WS-QTD-NO-PRAZO
                         WS-QTD-VENCIDOS WS-VLR-ABERTO WS-VLR-NO-PRAZO
                         WS-VLR-VENCIDO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P100-CABECALHO

           MOVE "N" TO WS-CNI-EOF
           OPEN INPUT CNI-FILE
           IF WS-CNI-STATUS = "00"
               PERFORM P210-LE-ITEM
               PERFORM P200-TRATA-ITEM THRU P200-SAIDA
                       UNTIL FIM-ITENS
               CLOSE CNI-FILE
           END-IF

           IF WS-QTD-VENCIDOS = ZEROS
               MOVE "  NENHUM ITEM EM ABERTO ALEM DO PRAZO."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM CNIAGING.RPT"
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-CNI-PRAZO-DIAS IS NUMERIC
                          AND SYS-PARM-CNI-PRAZO-DIAS > ZEROS
                           MOVE SYS-PARM-CNI-PRAZO-DIAS
                               TO WS-SYS-CNI-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-CABECALHO.
           MOVE "CNIAGING" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CREDITOS NAO IDENTIFICADOS EM ABERTO HA MAIS DE "
                  WS-SYS-CNI-PRAZO-DIAS " DIAS (SYSPARM "
                  "CNI-PRAZO-DIAS)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "ITEM   ORIG. ENTRADA  PAGTO     DIAS         "
                  "VALOR CONTR. PARC PAGADOR                        "
                  "MOTIVO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-TRATA-ITEM.
           ADD 1 TO WS-QTD-LIDOS
           IF NOT CNI-ABERTO
               PERFORM P210-LE-ITEM
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-ABERTOS
           ADD CNI-VALOR TO WS-VLR-ABERTO
           COMPUTE WS-DIAS-ABERTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(CNI-DT-ENTRADA)
           IF WS-DIAS-ABERTO <= WS-SYS-CNI-PRAZO-DIAS
               ADD 1 TO WS-QTD-NO-PRAZO
               ADD CNI-VALOR TO WS-VLR-NO-PRAZO
               PERFORM P210-LE-ITEM
               GO TO P200-SAIDA
           END-IF

           ADD 1 TO WS-QTD-VENCIDOS
           ADD CNI-VALOR TO WS-VLR-VENCIDO
           MOVE CNI-NUMERO       TO WS-LIT-NUMERO
           IF CNI-DO-BANCO
               MOVE "BANCO"      TO WS-LIT-ORIGEM
           ELSE
               MOVE "CAIXA"      TO WS-LIT-ORIGEM
           END-IF
           MOVE CNI-DT-ENTRADA   TO WS-LIT-ENTRADA
           MOVE CNI-DT-PAGAMENTO TO WS-LIT-PAGAMENTO
           MOVE WS-DIAS-ABERTO   TO WS-LIT-DIAS
           MOVE CNI-VALOR        TO WS-LIT-VALOR
           MOVE CNI-CONTRATO-INF TO WS-LIT-CONTRATO
           MOVE CNI-PARCELA-INF  TO WS-LIT-PARCELA
           MOVE CNI-PAGADOR      TO WS-LIT-PAGADOR
           MOVE CNI-MOTIVO       TO WS-LIT-MOTIVO
           MOVE WS-LINHA-ITEM    TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P210-LE-ITEM
           .
       P200-SAIDA.
           EXIT.

       P210-LE-ITEM.
           READ CNI-FILE
               AT END SET FIM-ITENS TO TRUE
           END-READ
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-RODAPE.
           MOVE WS-QTD-LIDOS TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-VLR-ABERTO TO WS-VALOR-ED
           STRING "ITENS EM ABERTO (SALDO DA CONTA 24001): "
                  WS-QTD-ABERTOS "  VALOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-VLR-NO-PRAZO TO WS-VALOR-ED
           STRING "  DENTRO DO PRAZO........................: "
                  WS-QTD-NO-PRAZO "  VALOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-VLR-VENCIDO TO WS-VALOR-ED
           STRING "  ALEM DO PRAZO..........................: "
                  WS-QTD-VENCIDOS "  VALOR: " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       END PROGRAM cniAging.
