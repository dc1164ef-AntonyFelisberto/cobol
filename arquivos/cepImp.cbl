      ******************************************************************
      * Author:
      * Date:
      * Purpose: CEP base import - applies the extract of the postal
      *          service's address base (CEPCORR.DAT, the full base
      *          once and the monthly delta afterwards) to the CEP
      *          reference file CEPREF.DAT: an I row adds the CEP or
      *          refreshes its street, city and UF, an E row removes
      *          a CEP the postal service retired. Rows whose CEP is
      *          not eight digits, whose UF is not a Brazilian state
      *          or that have no city are rejected. The customer
      *          screen (custMenu) and the address data-quality
      *          report (cadQual) look CEPs up here through cepUtil.
      *          Control totals go to BATCHSUM.DAT like sancImp.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cepImp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CEI-FILE ASSIGN TO "CEPCORR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CEI-STATUS.

               SELECT CEP-FILE ASSIGN TO "CEPREF.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CEP-CODIGO
                   FILE STATUS IS WS-CEP-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEI-FILE.
           COPY CEIFD.

       FD  CEP-FILE.
           COPY CEPFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-CEI-STATUS       PIC XX.
           03  WS-CEP-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-CEI-EOF          PIC X VALUE "N".
               88  FIM-FEED           VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-UF-IDX           PIC 9(02).
           03  WS-UF-OK            PIC X.
               88  UF-VALIDA          VALUE "S".
           03  WS-TOTAL-LIDOS      PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-INCLUIDOS  PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-ATUALIZADOS PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-EXCLUIDOS  PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(07) VALUE ZEROS.

      *>   AS 27 UNIDADES DA FEDERACAO.
       01  WS-LISTA-UF             PIC X(54) VALUE
           "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01  WS-TABELA-UF REDEFINES WS-LISTA-UF.
           03  WS-UF-SIGLA         PIC X(02) OCCURS 27 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CEI-FILE
           IF WS-CEI-STATUS NOT = "00"
               DISPLAY "BASE DE CEP DOS CORREIOS (CEPCORR.DAT) "
                       "AUSENTE - TABELA ATUAL MANTIDA."
               GOBACK
           END-IF

           OPEN I-O CEP-FILE
           IF WS-CEP-STATUS = "35"
               OPEN OUTPUT CEP-FILE
               CLOSE CEP-FILE
               OPEN I-O CEP-FILE
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P110-LE-FEED
           PERFORM UNTIL FIM-FEED
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM P200-APLICA-LINHA THRU P200-SAIDA
               PERFORM P110-LE-FEED
           END-PERFORM

           CLOSE CEI-FILE
           CLOSE CEP-FILE
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "BASE DE CEP - LIDOS: " WS-TOTAL-LIDOS
           DISPLAY "  INCLUIDOS.....: " WS-TOTAL-INCLUIDOS
           DISPLAY "  ATUALIZADOS...: " WS-TOTAL-ATUALIZADOS
           DISPLAY "  EXCLUIDOS.....: " WS-TOTAL-EXCLUIDOS
           DISPLAY "  REJEITADOS....: " WS-TOTAL-REJEITADOS
           GOBACK.

       P110-LE-FEED.
           READ CEI-FILE
               AT END SET FIM-FEED TO TRUE
           END-READ
           .

       P200-APLICA-LINHA.
           PERFORM P150-VALIDA-UF
           IF CEI-CEP NOT NUMERIC
              OR (NOT CEI-INCLUSAO AND NOT CEI-EXCLUSAO)
              OR (CEI-INCLUSAO
                  AND (NOT UF-VALIDA OR CEI-CIDADE = SPACES))
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY "LINHA DA BASE REJEITADA: " CEI-REGISTRO
               GO TO P200-SAIDA
           END-IF

           MOVE SPACES TO CEP-CODIGO
           STRING CEI-CEP(1:5) "-" CEI-CEP(6:3)
                  DELIMITED BY SIZE INTO CEP-CODIGO
           READ CEP-FILE
               INVALID KEY
                   IF CEI-INCLUSAO
                       PERFORM P210-MONTA-ENTRADA
                       WRITE CEP-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-REJEITADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-INCLUIDOS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF CEI-INCLUSAO
                       PERFORM P210-MONTA-ENTRADA
                       REWRITE CEP-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-REJEITADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-ATUALIZADOS
                       END-REWRITE
                   ELSE
                       DELETE CEP-FILE
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

       P150-VALIDA-UF.
           MOVE "N" TO WS-UF-OK
           PERFORM VARYING WS-UF-IDX FROM 1 BY 1
                   UNTIL WS-UF-IDX > 27
               IF WS-UF-SIGLA(WS-UF-IDX) = CEI-UF
                   SET UF-VALIDA TO TRUE
               END-IF
           END-PERFORM
           .

       P210-MONTA-ENTRADA.
           MOVE CEI-LOGRADOURO TO CEP-LOGRADOURO
           MOVE CEI-CIDADE     TO CEP-CIDADE
           MOVE CEI-UF         TO CEP-UF
           MOVE WS-DATA-HOJE   TO CEP-DT-CARGA
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "CEPIMP"         TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS   TO BAT-LIDOS
           COMPUTE BAT-PROCESSADOS = WS-TOTAL-INCLUIDOS
                   + WS-TOTAL-ATUALIZADOS + WS-TOTAL-EXCLUIDOS
           MOVE WS-TOTAL-REJEITADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM cepImp.
