      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stream step-duration and SLA report - over the
      *          STREAMST.DAT history (measured by slaUtil, the same
      *          way the controller's alert measures it), one line per
      *          step of the chosen night: its elapsed time on each of
      *          the last seven stream dates, its 30-night average,
      *          tonight against that average and the trend (the
      *          recent nights against the 30-night average: SUBINDO
      *          / ESTAVEL / CAINDO, 10% band), with LENTO where the
      *          step ran over the SYSPARM tolerance. The foot gives
      *          the stream's start, end and total time against its
      *          30-night average, and the projected end against the
      *          target end time held in SYSPARM (SLA-HORA-FIM), so
      *          operations can see which steps are getting slower
      *          before the branches open late. Written to
      *          STREAMRPT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. streamRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RPT-FILE ASSIGN TO "STREAMRPT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY SLATAB.

       01  WS-VARIAVEIS.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-DATA-CONSULTA    PIC 9(8).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-IDX              PIC 9(03).
           03  WS-NOITE            PIC 9.
           03  WS-SEG-FORMATA      PIC 9(06).
           03  WS-HORA-FORMATADA   PIC X(08).
           03  WS-HH               PIC 99.
           03  WS-MM               PIC 99.
           03  WS-SS               PIC 99.
           03  WS-RESTO            PIC 9(05).
           03  WS-SOMA-RECENTE     PIC 9(08).
           03  WS-QTD-RECENTE      PIC 9.
           03  WS-MEDIA-RECENTE    PIC 9(06).
           03  WS-VARIACAO         PIC S9(05).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-CABECALHO.
           03  FILLER              PIC X(25)
               VALUE "PASSO    PROGRAMA     S  ".
           03  WS-CAB-NOITE OCCURS 7 TIMES.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-CAB-DATA     PIC X(08).
           03  FILLER              PIC X(35)
               VALUE "  MEDIA 30 NOI  VAR% TENDENC ALERTA".

       01  WS-LINHA-DETALHE.
           03  WS-DET-STEP         PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-PROGRAMA     PIC X(12).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-SIT          PIC X(01).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-NOITES-GRP OCCURS 7 TIMES.
               05  FILLER          PIC X(01) VALUE SPACE.
               05  WS-DET-NOITE    PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-DET-MEDIA        PIC X(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-QTD          PIC ZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-VARIACAO     PIC -ZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-TENDENCIA    PIC X(07).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-DET-ALERTA       PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "DATA DO STREAM (AAAAMMDD, 0 = ULTIMA): "
           ACCEPT WS-DATA-CONSULTA

           MOVE WS-DATA-CONSULTA TO SLA-DATA
           CALL "slaUtil" USING SLA-RESULTADO
           IF SLA-QTD-STEPS = ZEROS
               DISPLAY "SEM HISTORICO DE STREAM (STREAMST.DAT) PARA "
                       "A DATA."
               GOBACK
           END-IF

           PERFORM P100-CABECALHO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SLA-QTD-STEPS
               PERFORM P200-IMPRIME-PASSO
           END-PERFORM
           PERFORM P300-RODAPE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM STREAMRPT.RPT"
           GOBACK.

       P100-CABECALHO.
           MOVE "STREAMRP" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "DURACAO DOS PASSOS E SLA DO STREAM NOTURNO DE "
                  SLA-DATA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "TEMPOS EM HH:MM:SS DO INICIO AO FIM DE CADA PASSO. "
                  "MEDIA DAS NOITES SEM ABEND DOS ULTIMOS 30 DIAS. "
                  "LENTO = ACIMA DE " SLA-PCT-TOLERA "% DA MEDIA."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-NOITE FROM 1 BY 1 UNTIL WS-NOITE > 7
               IF SLA-NOITE-DATA(WS-NOITE) = ZEROS
                   MOVE SPACES TO WS-CAB-DATA(WS-NOITE)
               ELSE
                   STRING SLA-NOITE-DATA(WS-NOITE)(7:2) "/"
                          SLA-NOITE-DATA(WS-NOITE)(5:2) "/"
                          SLA-NOITE-DATA(WS-NOITE)(3:2)
                          DELIMITED BY SIZE
                          INTO WS-CAB-DATA(WS-NOITE)
               END-IF
           END-PERFORM
           MOVE WS-LINHA-CABECALHO TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P200-IMPRIME-PASSO.
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           MOVE SLA-STP-STEP(WS-IDX)     TO WS-DET-STEP
           MOVE SLA-STP-PROGRAMA(WS-IDX) TO WS-DET-PROGRAMA
           MOVE SLA-STP-SIT(WS-IDX)      TO WS-DET-SIT
           MOVE ZEROS TO WS-SOMA-RECENTE WS-QTD-RECENTE
           PERFORM VARYING WS-NOITE FROM 1 BY 1 UNTIL WS-NOITE > 7
               IF SLA-STP-NOITE-SEG(WS-IDX, WS-NOITE) = ZEROS
                   MOVE "       -" TO WS-DET-NOITE(WS-NOITE)
               ELSE
                   MOVE SLA-STP-NOITE-SEG(WS-IDX, WS-NOITE)
                       TO WS-SEG-FORMATA
                   PERFORM P900-FORMATA-DURACAO
                   MOVE WS-HORA-FORMATADA TO WS-DET-NOITE(WS-NOITE)
      *>           AS NOITES RECENTES ANTES DA CONSULTADA DAO A
      *>           TENDENCIA.
                   IF WS-NOITE < 7
                       ADD SLA-STP-NOITE-SEG(WS-IDX, WS-NOITE)
                           TO WS-SOMA-RECENTE
                       ADD 1 TO WS-QTD-RECENTE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SLA-STP-NOITES(WS-IDX) TO WS-DET-QTD
           MOVE ZEROS  TO WS-DET-VARIACAO
           MOVE SPACES TO WS-DET-ALERTA
           IF SLA-STP-NOITES(WS-IDX) = ZEROS
               MOVE "       -" TO WS-DET-MEDIA
               MOVE "-"        TO WS-DET-TENDENCIA
           ELSE
               MOVE SLA-STP-MEDIA(WS-IDX) TO WS-SEG-FORMATA
               PERFORM P900-FORMATA-DURACAO
               MOVE WS-HORA-FORMATADA TO WS-DET-MEDIA
               IF SLA-STP-SEGUNDOS(WS-IDX) > ZEROS
                  AND SLA-STP-MEDIA(WS-IDX) > ZEROS
                   COMPUTE WS-VARIACAO ROUNDED =
                       (SLA-STP-SEGUNDOS(WS-IDX)
                        - SLA-STP-MEDIA(WS-IDX))
                       * 100 / SLA-STP-MEDIA(WS-IDX)
                   MOVE WS-VARIACAO TO WS-DET-VARIACAO
               END-IF
               PERFORM P210-TENDENCIA
           END-IF
           IF SLA-STP-ACIMA(WS-IDX)
               MOVE "LENTO" TO WS-DET-ALERTA
           END-IF
           MOVE WS-LINHA-DETALHE TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P210-TENDENCIA.
           IF WS-QTD-RECENTE = ZEROS
               MOVE "-" TO WS-DET-TENDENCIA
           ELSE
               COMPUTE WS-MEDIA-RECENTE ROUNDED =
                       WS-SOMA-RECENTE / WS-QTD-RECENTE
               EVALUATE TRUE
                   WHEN WS-MEDIA-RECENTE * 100
                        > SLA-STP-MEDIA(WS-IDX) * 110
                       MOVE "SUBINDO" TO WS-DET-TENDENCIA
                   WHEN WS-MEDIA-RECENTE * 100
                        < SLA-STP-MEDIA(WS-IDX) * 90
                       MOVE "CAINDO"  TO WS-DET-TENDENCIA
                   WHEN OTHER
                       MOVE "ESTAVEL" TO WS-DET-TENDENCIA
               END-EVALUATE
           END-IF
           .

       P300-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           MOVE SLA-DURACAO-SEG TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-DURACAO
           IF SLA-STREAM-COMPLETO
               STRING "INICIO DO STREAM: " SLA-HR-INICIO
                      "   FIM: " SLA-HR-FIM
                      "   TEMPO TOTAL: " WS-HORA-FORMATADA
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "INICIO DO STREAM: " SLA-HR-INICIO
                      "   ULTIMO EVENTO: " SLA-HR-FIM
                      "   TEMPO ATE AGORA: " WS-HORA-FORMATADA
                      "   (STREAM NAO COMPLETO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA

           IF SLA-QTD-NOITES = ZEROS
               STRING "SEM NOITES LIMPAS NOS ULTIMOS 30 DIAS - SEM "
                      "MEDIA DE DURACAO NEM TERMINO PREVISTO."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               MOVE SLA-MEDIA-DURACAO TO WS-SEG-FORMATA
               PERFORM P900-FORMATA-DURACAO
               STRING "TEMPO MEDIO DO STREAM (" SLA-QTD-NOITES
                      " NOITES): " WS-HORA-FORMATADA
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA

           STRING "HORARIO ALVO (SYSPARM SLA-HORA-FIM): " SLA-HR-ALVO
                  "   TERMINO PREVISTO: " SLA-HR-PREVISTO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           EVALUATE TRUE
               WHEN SLA-ESTOURADO
                   STRING "SITUACAO: SLA ESTOURADO - O STREAM TERMINA "
                          "DEPOIS DO HORARIO ALVO."
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
               WHEN SLA-PREVISTO-SEG = ZEROS
                   STRING "SITUACAO: SEM HISTORICO PARA PROJETAR O "
                          "TERMINO."
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
               WHEN OTHER
                   STRING "SITUACAO: DENTRO DO SLA."
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-EVALUATE
           PERFORM P590-ESCREVE-LINHA
           STRING "PASSOS ACIMA DA TOLERANCIA: " SLA-QTD-LENTOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P900-FORMATA-DURACAO.
           DIVIDE WS-SEG-FORMATA BY 3600 GIVING WS-HH
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-MM REMAINDER WS-SS
           STRING WS-HH ":" WS-MM ":" WS-SS
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           .

       END PROGRAM streamRpt.
