      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly collections-hold expiry report - lists every
      *          hold of HOLDCOB.DAT (cobHold) still active that
      *          expires tomorrow, with the reason, the authorising
      *          operator and the observation, so the desk decides
      *          in time whether the hold ends or a new one is
      *          authorised - no hold stays on forever by neglect.
      *          Output to HOLDVENC.RPT and the screen, RPTHDR.cpy
      *          header.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      *          A hold on every contract of a client is listed for
      *          every company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HLD-FILE ASSIGN TO "HOLDCOB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-STATUS.

               SELECT RPT-FILE ASSIGN TO "HOLDVENC.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY HLDMOT.

       01  WS-VARIAVEIS.
           03  WS-HLD-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-HLD-EOF          PIC X VALUE "N".
               88  FIM-BLOQUEIOS      VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DATA-AMANHA      PIC 9(8).
           03  WS-MOT-IDX          PIC 9(02).
           03  WS-MOT-NOME         PIC X(25).
           03  WS-LINHA-EDIT       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)
           PERFORM P060-EMPRESA-DO-RELATORIO

           PERFORM P300-CABECALHO
           MOVE "N" TO WS-HLD-EOF
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = "00"
               PERFORM P210-LE-BLOQUEIO
               PERFORM UNTIL FIM-BLOQUEIOS
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE HLD-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF HLD-ATIVO AND HLD-DT-EXPIRA = WS-DATA-AMANHA
                      AND (EMU-OK OR HLD-POR-CLIENTE)
                       PERFORM P400-IMPRIME-BLOQUEIO
                   END-IF
                   PERFORM P210-LE-BLOQUEIO
               END-PERFORM
               CLOSE HLD-FILE
           END-IF
           PERFORM P500-RODAPE
           GOBACK.

       P210-LE-BLOQUEIO.
           READ HLD-FILE
               AT END SET FIM-BLOQUEIOS TO TRUE
           END-READ
           .

       P300-CABECALHO.
           MOVE "HOLDRPT " TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
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
           STRING "BLOQUEIOS DE COBRANCA QUE EXPIRAM EM "
                  WS-DATA-AMANHA
                  " - RENOVAR NO cobHold OU DEIXAR EXPIRAR"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "NUMER T CONTR. CLIEN NOME                 "
                  "MOTIVO                    INICIO   AUTORIZ."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P400-IMPRIME-BLOQUEIO.
           MOVE HLD-MOTIVO TO WS-MOT-NOME
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-HMT-QTD
               IF WS-HMT-CODIGO(WS-MOT-IDX) = HLD-MOTIVO
                   MOVE WS-HMT-NOME(WS-MOT-IDX) TO WS-MOT-NOME
               END-IF
           END-PERFORM
           STRING HLD-NUMERO " " HLD-TIPO " " HLD-CONTRATO " "
                  HLD-COD-CLIENTE " " HLD-CLIENTE " " WS-MOT-NOME " "
                  HLD-DT-INICIO " " HLD-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           IF HLD-OBSERVACAO NOT = SPACES
               STRING "      OBS: " HLD-OBSERVACAO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P500-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           STRING "BLOQUEIOS A EXPIRAR: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
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

       END PROGRAM holdRpt.
