      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ouvidoria aging report - lists every complaint still
      *          open on OUVIDOR.DAT whose SLA due date has passed,
      *          with the days past due, followed by the count of
      *          open complaints per category and how many of them
      *          are overdue, so the ouvidoria starts the day with
      *          the complaints the regulator would count against us.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ouvAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OUV-FILE ASSIGN TO "OUVIDOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OUV-PROTOCOLO
                   FILE STATUS IS WS-OUV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUV-FILE.
           COPY OUVFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-OUV-STATUS       PIC XX.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DIAS-ATRASO      PIC 9(05).
           03  WS-TOTAL-ABERTAS    PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-VENCIDAS   PIC 9(06) VALUE ZEROS.
           03  WS-CAT-IDX          PIC 9(02).

           COPY OUVCAT.

       01  WS-CONTADORES-CATEGORIA.
           03  WS-CAT-CONTA OCCURS 7 TIMES.
               05  WS-CAT-ABERTAS  PIC 9(06).
               05  WS-CAT-VENCIDAS PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OUV-FILE
           IF WS-OUV-STATUS NOT = "00"
               DISPLAY "REGISTRO DA OUVIDORIA (OUVIDOR.DAT) VAZIO - "
                       "NADA A LISTAR."
               GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES-CATEGORIA
           MOVE "OUVAGING" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA

           DISPLAY "=============================================="
           DISPLAY "PROGRAMA: " WS-RPT-PROGRAMA
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "=============================================="
           DISPLAY "  OUVIDORIA - RECLAMACOES ABERTAS FORA DO PRAZO"
           DISPLAY "=============================================="
           DISPLAY "PROTOC. CLIENTE                    CONTRATO CAT "
                   "ABERTURA PRAZO    DIAS"

           MOVE ZEROS TO OUV-PROTOCOLO
           START OUV-FILE KEY IS NOT LESS THAN OUV-PROTOCOLO
               INVALID KEY
                   MOVE "10" TO WS-OUV-STATUS
           END-START
           PERFORM P100-LE-RECLAMACAO
                   UNTIL WS-OUV-STATUS NOT = "00"
           CLOSE OUV-FILE

           DISPLAY "=============================================="
           DISPLAY "ABERTAS POR CATEGORIA       ABERTAS  VENCIDAS"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTD
               DISPLAY "  " WS-CAT-CODIGO(WS-CAT-IDX) " "
                       WS-CAT-NOME(WS-CAT-IDX)
                       WS-CAT-ABERTAS(WS-CAT-IDX) "    "
                       WS-CAT-VENCIDAS(WS-CAT-IDX)
           END-PERFORM
           DISPLAY "TOTAL DE RECLAMACOES ABERTAS...: " WS-TOTAL-ABERTAS
           DISPLAY "TOTAL FORA DO PRAZO............: "
                   WS-TOTAL-VENCIDAS
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           GOBACK.

       P100-LE-RECLAMACAO.
           READ OUV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OUV-STATUS
               NOT AT END
                   IF OUV-ABERTA
                       PERFORM P200-AVALIA-RECLAMACAO
                   END-IF
           END-READ
           .

       P200-AVALIA-RECLAMACAO.
           ADD 1 TO WS-TOTAL-ABERTAS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTD
                      OR WS-CAT-CODIGO(WS-CAT-IDX) = OUV-CATEGORIA
               CONTINUE
           END-PERFORM
      *>   CATEGORIA FORA DA TABELA CONTA COMO OUTROS.
           IF WS-CAT-IDX > WS-CAT-QTD
               MOVE WS-CAT-QTD TO WS-CAT-IDX
           END-IF
           ADD 1 TO WS-CAT-ABERTAS(WS-CAT-IDX)

           IF OUV-DT-PRAZO < WS-DATA-HOJE
               ADD 1 TO WS-TOTAL-VENCIDAS
               ADD 1 TO WS-CAT-VENCIDAS(WS-CAT-IDX)
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(OUV-DT-PRAZO)
               DISPLAY OUV-PROTOCOLO " " OUV-COD-CLIENTE " "
                       OUV-CLIENTE " " OUV-CONTRATO "   "
                       OUV-CATEGORIA "  " OUV-DT-ABERTURA " "
                       OUV-DT-PRAZO " " WS-DIAS-ATRASO
           END-IF
           .

       END PROGRAM ouvAging.
