      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment holiday campaign report - for one campaign of
      *          PAUSACAMP.DAT lists every contract pausaLote deferred
      *          (PAUSADEF.DAT): client, first parcela moved, how many
      *          parcelas fell inside the pause and their value, the
      *          old and new due date of the first one, the interest
      *          of the pause capitalised or waived, and the boletos
      *          sent for baixa - with campaign totals, for the
      *          regulator/decree follow-up and for the branches that
      *          answer the clients. Output to PAUSA.RPT and the
      *          screen, RPTHDR.cpy header.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pausaRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PCA-FILE ASSIGN TO "PAUSACAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCA-STATUS.

               SELECT PDF-FILE ASSIGN TO "PAUSADEF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PDF-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT RPT-FILE ASSIGN TO "PAUSA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCA-FILE.
           COPY PCAFD.

       FD  PDF-FILE.
           COPY PDFFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-PCA-STATUS       PIC XX.
           03  WS-PDF-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-PCA-EOF          PIC X VALUE "N".
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-PDF-EOF          PIC X VALUE "N".
               88  FIM-PAUSAS         VALUE "S".
           03  WS-ACHOU            PIC X VALUE "N".
               88  CAMPANHA-ACHADA    VALUE "S".
           03  WS-CODIGO           PIC 9(04).
           03  WS-CLIENTE          PIC X(20).
           03  WS-TOT-CONTRATOS    PIC 9(06) VALUE ZEROS.
           03  WS-TOT-PARCELAS     PIC 9(07) VALUE ZEROS.
           03  WS-TOT-DIFERIDO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-JUROS        PIC 9(09)V99 VALUE ZEROS.
           03  WS-TOT-BOLETOS      PIC 9(05) VALUE ZEROS.
           03  WS-DIFERIDO-ED      PIC ZZ.ZZZ.ZZ9,99.
           03  WS-JUROS-ED         PIC Z.ZZZ.ZZ9,99.
           03  WS-TOT-DIFERIDO-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-TOT-JUROS-ED     PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CODIGO DA CAMPANHA DE PAUSA: "
           ACCEPT WS-CODIGO
           PERFORM P100-LOCALIZA-CAMPANHA
           IF NOT CAMPANHA-ACHADA
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GOBACK
           END-IF
           IF PCA-ABERTA
               DISPLAY "CAMPANHA AINDA NAO APLICADA (pausaLote) - "
                       "NADA DIFERIDO."
           END-IF

           PERFORM P060-EMPRESA-DO-RELATORIO
           PERFORM P300-CABECALHO
           OPEN INPUT FIN-FILE
           MOVE "N" TO WS-PDF-EOF
           OPEN INPUT PDF-FILE
           IF WS-PDF-STATUS = "00"
               PERFORM P210-LE-PAUSA
               PERFORM UNTIL FIM-PAUSAS
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE PDF-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF PDF-CAMPANHA = WS-CODIGO AND EMU-OK
                       PERFORM P400-IMPRIME-CONTRATO
                   END-IF
                   PERFORM P210-LE-PAUSA
               END-PERFORM
               CLOSE PDF-FILE
           END-IF
           CLOSE FIN-FILE
           PERFORM P500-RODAPE
           GOBACK.

       P100-LOCALIZA-CAMPANHA.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-PCA-EOF
           OPEN INPUT PCA-FILE
           IF WS-PCA-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS OR CAMPANHA-ACHADA
                   IF PCA-CODIGO = WS-CODIGO
                       SET CAMPANHA-ACHADA TO TRUE
                   ELSE
                       PERFORM P110-LE-CAMPANHA
                   END-IF
               END-PERFORM
               CLOSE PCA-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ PCA-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P210-LE-PAUSA.
           READ PDF-FILE
               AT END SET FIM-PAUSAS TO TRUE
           END-READ
           .

       P300-CABECALHO.
           MOVE "PAUSARPT" TO WS-RPT-PROGRAMA
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
           STRING "PAUSA DE PARCELAS - CAMPANHA " PCA-CODIGO " - "
                  PCA-DESCRICAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF PCA-POR-MUNICIPIO
               STRING "DECRETO " PCA-DECRETO "  MUNICIPIO "
                      PCA-CIDADE " / " PCA-UF
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "DECRETO " PCA-DECRETO
                      "  LISTA DE CONTRATOS"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "PAUSA A PARTIR DE " PCA-DT-INICIO " POR "
                  PCA-MESES " MESES  JUROS " PCA-JUROS
                  " (C = CAPITALIZADOS, I = ISENTOS)"
                  "  APLICADA EM " PCA-DT-APLICACAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTR. CLIENTE              PARC QTD VENC.ANT "
                  "VENC.NOVO    VALOR SUSPENSO         JUROS J BL"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P400-IMPRIME-CONTRATO.
           MOVE PDF-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CLIENTE
               NOT INVALID KEY
                   MOVE FIN-CLIENTE TO WS-CLIENTE
           END-READ
           MOVE PDF-VALOR-DIFERIDO TO WS-DIFERIDO-ED
           MOVE PDF-VALOR-JUROS    TO WS-JUROS-ED
           STRING PDF-CONTRATO " " WS-CLIENTE " "
                  PDF-PARCELA-INICIAL "  " PDF-QTD-PARCELAS " "
                  PDF-DT-VENC-ANTERIOR " " PDF-DT-VENC-NOVO " "
                  WS-DIFERIDO-ED " " WS-JUROS-ED " " PDF-JUROS " "
                  PDF-QTD-BOLETOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1                  TO WS-TOT-CONTRATOS
           ADD PDF-QTD-PARCELAS   TO WS-TOT-PARCELAS
           ADD PDF-VALOR-DIFERIDO TO WS-TOT-DIFERIDO
           ADD PDF-VALOR-JUROS    TO WS-TOT-JUROS
           ADD PDF-QTD-BOLETOS    TO WS-TOT-BOLETOS
           .

       P500-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-DIFERIDO TO WS-TOT-DIFERIDO-ED
           MOVE WS-TOT-JUROS    TO WS-TOT-JUROS-ED
           STRING "CONTRATOS: " WS-TOT-CONTRATOS
                  "  PARCELAS SUSPENSAS: " WS-TOT-PARCELAS
                  "  BOLETOS BAIXADOS: " WS-TOT-BOLETOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "VALOR SUSPENSO: " WS-TOT-DIFERIDO-ED
                  "  JUROS DA PAUSA: " WS-TOT-JUROS-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-CONTRATOS TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
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

       END PROGRAM pausaRpt.
