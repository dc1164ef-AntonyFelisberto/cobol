      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restricted-persons list import - applies the sanctions
      *          and PEP providers' feed (SANCFEED.DAT) to the
      *          restricted-persons file RESTRPES.DAT: an I row adds
      *          the person or refreshes the entry, an E row removes
      *          a person the provider took off the list. Rows with
      *          neither a CPF/CNPJ nor a name are rejected. The
      *          nightly rescreen (sancBat) runs right after, against
      *          the list as loaded here. Control totals go to
      *          BATCHSUM.DAT like bureauImp.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sancImp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SAF-FILE ASSIGN TO "SANCFEED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAF-STATUS.

               SELECT RPE-FILE ASSIGN TO "RESTRPES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPE-CHAVE
                   FILE STATUS IS WS-RPE-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAF-FILE.
           COPY SAFFD.

       FD  RPE-FILE.
           COPY RPEFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-SAF-STATUS       PIC XX.
           03  WS-RPE-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-SAF-EOF          PIC X VALUE "N".
               88  FIM-FEED           VALUE "S".
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-INCLUIDOS  PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-ATUALIZADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-EXCLUIDOS  PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SAF-FILE
           IF WS-SAF-STATUS NOT = "00"
               DISPLAY "FEED DE LISTAS RESTRITIVAS (SANCFEED.DAT) "
                       "AUSENTE - LISTA ATUAL MANTIDA."
               GOBACK
           END-IF

           OPEN I-O RPE-FILE
           IF WS-RPE-STATUS = "35"
               OPEN OUTPUT RPE-FILE
               CLOSE RPE-FILE
               OPEN I-O RPE-FILE
           END-IF

           PERFORM P110-LE-FEED
           PERFORM UNTIL FIM-FEED
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM P200-APLICA-LINHA THRU P200-SAIDA
               PERFORM P110-LE-FEED
           END-PERFORM

           CLOSE SAF-FILE
           CLOSE RPE-FILE
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "LISTAS RESTRITIVAS - LIDOS: " WS-TOTAL-LIDOS
           DISPLAY "  INCLUIDOS.....: " WS-TOTAL-INCLUIDOS
           DISPLAY "  ATUALIZADOS...: " WS-TOTAL-ATUALIZADOS
           DISPLAY "  EXCLUIDOS.....: " WS-TOTAL-EXCLUIDOS
           DISPLAY "  REJEITADOS....: " WS-TOTAL-REJEITADOS
           GOBACK.

       P110-LE-FEED.
           READ SAF-FILE
               AT END SET FIM-FEED TO TRUE
           END-READ
           .

       P200-APLICA-LINHA.
           IF SAF-CPF-CNPJ NOT NUMERIC
               MOVE ZEROS TO SAF-CPF-CNPJ
           END-IF
           IF SAF-CPF-CNPJ = ZEROS AND SAF-NOME = SPACES
              OR (NOT SAF-INCLUSAO AND NOT SAF-EXCLUSAO)
              OR (SAF-TIPO-LISTA NOT = "S" AND SAF-TIPO-LISTA NOT = "P")
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY "LINHA DO FEED REJEITADA: " SAF-REGISTRO
               GO TO P200-SAIDA
           END-IF

           MOVE SAF-CPF-CNPJ TO RPE-CPF-CNPJ
           MOVE SAF-NOME     TO RPE-NOME
           READ RPE-FILE
               INVALID KEY
                   IF SAF-INCLUSAO
                       PERFORM P210-MONTA-ENTRADA
                       WRITE RPE-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-REJEITADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-INCLUIDOS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF SAF-INCLUSAO
                       PERFORM P210-MONTA-ENTRADA
                       REWRITE RPE-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-REJEITADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-ATUALIZADOS
                       END-REWRITE
                   ELSE
                       DELETE RPE-FILE
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-REJEITADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-EXCLUIDOS
                       END-DELETE
                   END-IF
           END-READ
           .
       P200-SAIDA.
           EXIT.

       P210-MONTA-ENTRADA.
           MOVE SAF-CPF-CNPJ    TO RPE-CPF-CNPJ
           MOVE SAF-NOME        TO RPE-NOME
           MOVE SAF-TIPO-LISTA  TO RPE-TIPO-LISTA
           MOVE SAF-FONTE       TO RPE-FONTE
           MOVE SAF-DT-INCLUSAO TO RPE-DT-INCLUSAO
           MOVE SAF-MOTIVO      TO RPE-MOTIVO
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "SANCIMP"        TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS   TO BAT-LIDOS
           COMPUTE BAT-PROCESSADOS = WS-TOTAL-INCLUIDOS
                   + WS-TOTAL-ATUALIZADOS + WS-TOTAL-EXCLUIDOS
           MOVE WS-TOTAL-REJEITADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM sancImp.
