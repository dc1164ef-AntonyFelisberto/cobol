      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ouvidoria quarterly statistics - summarizes
      *          OUVIDOR.DAT for one calendar quarter by complaint
      *          category in the regulator's layout (OUVTRIM.DAT:
      *          header, one detail per category with complaints
      *          received, answered, answered within the SLA, upheld,
      *          not upheld and still open at the quarter's end,
      *          trailer with count and total received). The file is
      *          registered on MANIFEST.DAT like the other outbound
      *          interfaces and the same figures are shown on screen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ouvTrim.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OUV-FILE ASSIGN TO "OUVIDOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OUV-PROTOCOLO
                   FILE STATUS IS WS-OUV-STATUS.

               SELECT OUVT-FILE ASSIGN TO "OUVTRIM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUVT-STATUS.

               SELECT MAN-FILE ASSIGN TO "MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAN-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUV-FILE.
           COPY OUVFD.

       FD  OUVT-FILE.
           COPY OUVTFD.

       FD  MAN-FILE.
           COPY MANFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-OUV-STATUS       PIC XX.
           03  WS-OUVT-STATUS      PIC XX.
           03  WS-MAN-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-ANO              PIC 9(4).
           03  WS-TRIMESTRE        PIC 9.
           03  WS-DATA-INICIO      PIC 9(8).
           03  WS-DATA-FIM         PIC 9(8).
           03  WS-CAT-IDX          PIC 9(02).
           03  WS-REGISTROS        PIC 9(06) VALUE ZEROS.
           03  WS-VALOR            PIC 9(12)V99 VALUE ZEROS.
           03  WS-TOTAL-RECEBIDAS  PIC 9(08) VALUE ZEROS.

           COPY OUVCAT.

       01  WS-CONTADORES-CATEGORIA.
           03  WS-CAT-CONTA OCCURS 7 TIMES.
               05  WS-CAT-RECEBIDAS    PIC 9(06).
               05  WS-CAT-RESPONDIDAS  PIC 9(06).
               05  WS-CAT-NO-PRAZO     PIC 9(06).
               05  WS-CAT-PROCEDENTES  PIC 9(06).
               05  WS-CAT-IMPROCEDENTES PIC 9(06).
               05  WS-CAT-PENDENTES    PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO

           DISPLAY "=============================================="
           DISPLAY "   OUVIDORIA - ESTATISTICA TRIMESTRAL"
           DISPLAY "=============================================="
           DISPLAY "ANO (AAAA): "
           ACCEPT WS-ANO
           DISPLAY "TRIMESTRE (1-4): "
           ACCEPT WS-TRIMESTRE
           IF WS-ANO < 2000 OR WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
               DISPLAY "ANO OU TRIMESTRE INVALIDO."
               GOBACK
           END-IF
           COMPUTE WS-DATA-INICIO = WS-ANO * 10000
                   + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATA-FIM = WS-ANO * 10000
                   + (WS-TRIMESTRE * 3) * 100 + 31

           OPEN INPUT OUV-FILE
           IF WS-OUV-STATUS NOT = "00"
               DISPLAY "REGISTRO DA OUVIDORIA (OUVIDOR.DAT) "
                       "INDISPONIVEL - STATUS " WS-OUV-STATUS
               GOBACK
           END-IF
           INITIALIZE WS-CONTADORES-CATEGORIA
           MOVE ZEROS TO OUV-PROTOCOLO
           START OUV-FILE KEY IS NOT LESS THAN OUV-PROTOCOLO
               INVALID KEY
                   MOVE "10" TO WS-OUV-STATUS
           END-START
           PERFORM P100-LE-RECLAMACAO
                   UNTIL WS-OUV-STATUS NOT = "00"
           CLOSE OUV-FILE

           PERFORM P300-GRAVA-ARQUIVO
           PERFORM P400-GRAVA-MANIFESTO
           PERFORM P500-MOSTRA-RESUMO
           GOBACK.

       P100-LE-RECLAMACAO.
           READ OUV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OUV-STATUS
               NOT AT END
                   PERFORM P200-CLASSIFICA
           END-READ
           .

       P200-CLASSIFICA.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTD
                      OR WS-CAT-CODIGO(WS-CAT-IDX) = OUV-CATEGORIA
               CONTINUE
           END-PERFORM
           IF WS-CAT-IDX > WS-CAT-QTD
               MOVE WS-CAT-QTD TO WS-CAT-IDX
           END-IF

           IF OUV-DT-ABERTURA >= WS-DATA-INICIO
              AND OUV-DT-ABERTURA <= WS-DATA-FIM
               ADD 1 TO WS-CAT-RECEBIDAS(WS-CAT-IDX)
           END-IF

           IF OUV-RESPONDIDA
              AND OUV-DT-RESOLUCAO >= WS-DATA-INICIO
              AND OUV-DT-RESOLUCAO <= WS-DATA-FIM
               ADD 1 TO WS-CAT-RESPONDIDAS(WS-CAT-IDX)
               IF OUV-DT-RESOLUCAO <= OUV-DT-PRAZO
                   ADD 1 TO WS-CAT-NO-PRAZO(WS-CAT-IDX)
               END-IF
               IF OUV-FOI-PROCEDENTE
                   ADD 1 TO WS-CAT-PROCEDENTES(WS-CAT-IDX)
               ELSE
                   ADD 1 TO WS-CAT-IMPROCEDENTES(WS-CAT-IDX)
               END-IF
           END-IF

      *>   PENDENTE NO FIM DO TRIMESTRE: ABERTA ATE A DATA FINAL E
      *>   AINDA SEM RESPOSTA NAQUELA DATA.
           IF OUV-DT-ABERTURA <= WS-DATA-FIM
              AND (OUV-ABERTA OR OUV-DT-RESOLUCAO > WS-DATA-FIM)
               ADD 1 TO WS-CAT-PENDENTES(WS-CAT-IDX)
           END-IF
           .

       P300-GRAVA-ARQUIVO.
           OPEN OUTPUT OUVT-FILE
           MOVE SPACES          TO OUVT-REGISTRO
           MOVE "H"             TO OUVT-TIPO
           MOVE WS-DATA-HOJE    TO OUVT-DT-GERACAO
           MOVE WS-ANO          TO OUVT-ANO
           MOVE WS-TRIMESTRE    TO OUVT-TRIMESTRE
           MOVE "FINANCIADORA"  TO OUVT-INSTITUICAO
           WRITE OUVT-REGISTRO

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTD
               MOVE SPACES TO OUVT-REGISTRO
               MOVE "D"    TO OUVT-TIPO
               MOVE WS-CAT-CODIGO(WS-CAT-IDX) TO OUVT-CATEGORIA
               MOVE WS-CAT-NOME(WS-CAT-IDX)   TO OUVT-DESCRICAO
               MOVE WS-CAT-RECEBIDAS(WS-CAT-IDX)   TO OUVT-RECEBIDAS
               MOVE WS-CAT-RESPONDIDAS(WS-CAT-IDX)
                   TO OUVT-RESPONDIDAS
               MOVE WS-CAT-NO-PRAZO(WS-CAT-IDX)    TO OUVT-NO-PRAZO
               MOVE WS-CAT-PROCEDENTES(WS-CAT-IDX)
                   TO OUVT-PROCEDENTES
               MOVE WS-CAT-IMPROCEDENTES(WS-CAT-IDX)
                   TO OUVT-IMPROCEDENTES
               MOVE WS-CAT-PENDENTES(WS-CAT-IDX)   TO OUVT-PENDENTES
               WRITE OUVT-REGISTRO
               ADD 1 TO WS-REGISTROS
               ADD WS-CAT-RECEBIDAS(WS-CAT-IDX) TO WS-TOTAL-RECEBIDAS
           END-PERFORM

           MOVE SPACES             TO OUVT-REGISTRO
           MOVE "T"                TO OUVT-TIPO
           MOVE WS-REGISTROS       TO OUVT-QTD-REGISTROS
           MOVE WS-TOTAL-RECEBIDAS TO OUVT-TOTAL-RECEBIDAS
           WRITE OUVT-REGISTRO
           CLOSE OUVT-FILE
           MOVE WS-TOTAL-RECEBIDAS TO WS-VALOR
           .

       P400-GRAVA-MANIFESTO.
           OPEN EXTEND MAN-FILE
           IF WS-MAN-STATUS = "35"
               OPEN OUTPUT MAN-FILE
               CLOSE MAN-FILE
               OPEN EXTEND MAN-FILE
           END-IF
           MOVE "OUVTRIM.DAT" TO MAN-ARQUIVO
           MOVE WS-DATA-HOJE  TO MAN-DATA
           ACCEPT MAN-HORA FROM TIME
           MOVE WS-REGISTROS  TO MAN-REGISTROS
           MOVE WS-VALOR      TO MAN-VALOR
           COMPUTE MAN-CHECKSUM =
                   FUNCTION MOD(WS-REGISTROS * 1000
                                + WS-VALOR, 999999999)
           MOVE "G"           TO MAN-SITUACAO
           MOVE ZEROS         TO MAN-CONF-REGISTROS
           MOVE ZEROS         TO MAN-CONF-VALOR
           MOVE WS-OPERADOR   TO MAN-OPERADOR
           WRITE MAN-REGISTRO
           CLOSE MAN-FILE
           .

       P500-MOSTRA-RESUMO.
           DISPLAY "TRIMESTRE " WS-TRIMESTRE "/" WS-ANO
                   " (" WS-DATA-INICIO " A " WS-DATA-FIM ")"
           DISPLAY "CAT DESCRICAO                 RECEB  RESP   "
                   "PRAZO  PROC   IMPROC PEND"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-QTD
               DISPLAY WS-CAT-CODIGO(WS-CAT-IDX) "  "
                       WS-CAT-NOME(WS-CAT-IDX) " "
                       WS-CAT-RECEBIDAS(WS-CAT-IDX) " "
                       WS-CAT-RESPONDIDAS(WS-CAT-IDX) " "
                       WS-CAT-NO-PRAZO(WS-CAT-IDX) " "
                       WS-CAT-PROCEDENTES(WS-CAT-IDX) " "
                       WS-CAT-IMPROCEDENTES(WS-CAT-IDX) " "
                       WS-CAT-PENDENTES(WS-CAT-IDX)
           END-PERFORM
           DISPLAY "TOTAL RECEBIDAS NO TRIMESTRE: " WS-TOTAL-RECEBIDAS
           DISPLAY "ARQUIVO DO REGULADOR: OUVTRIM.DAT (REGISTRADO NO "
                   "MANIFESTO)"
           .

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

       END PROGRAM ouvTrim.
