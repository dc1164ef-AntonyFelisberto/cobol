      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared stream-duration statistics - reads the
      *          STREAMST.DAT history written by the stream controller
      *          and returns, for one stream date (SLATAB.cpy), each
      *          step's elapsed time that night (its last start to
      *          the completion after it), its average over the clean
      *          nights (no abend) of the previous 30 days, and its
      *          elapsed on each of the last seven stream dates; for
      *          the stream as a whole the start, the last event, the
      *          30-night average duration and the projected end
      *          (start + average duration + what the finished steps
      *          ran over or under their averages tonight), checked
      *          against the SYSPARM target end time. A step is
      *          flagged when it ran more than SLA-PCT-TOLERA percent
      *          over its average (only with three nights of history
      *          and an average of at least SLA-MIN-SEGUNDOS). Used by
      *          streamSla (the controller's alert after each step)
      *          and streamRpt (the duration and SLA report), so both
      *          measure the night the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. slaUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SMT-FILE ASSIGN TO "STREAMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SMT-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMT-FILE.
           COPY SMTFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
           COPY SYSPARM.

       01  WS-VARIAVEIS.
           03  WS-SMT-STATUS       PIC XX.
           03  WS-SYSPARM-STATUS   PIC XX.
           03  WS-SMT-EOF          PIC X.
               88  FIM-EVENTOS        VALUE "S".
           03  WS-IDX              PIC 9(03).
           03  WS-ACHADO           PIC 9(03).
           03  WS-NOITE            PIC 9.
           03  WS-DIA-REF          PIC 9(07).
           03  WS-DIA-LINHA        PIC 9(07).
           03  WS-DIFERENCA        PIC S9(07).
           03  WS-SEGUNDOS         PIC 9(06).
           03  WS-DECORRIDO        PIC 9(06).
           03  WS-LIMITE           PIC 9(08).
           03  WS-HORA-ALVO        PIC 9(06).
           03  WS-HORA-ALVO-R REDEFINES WS-HORA-ALVO.
               05  WS-ALVO-HH      PIC 99.
               05  WS-ALVO-MM      PIC 99.
               05  WS-ALVO-SS      PIC 99.
           03  WS-DATA-PEDIDA      PIC 9(8).
           03  WS-SEG-FORMATA      PIC 9(06).
           03  WS-HORA-FORMATADA   PIC X(08).
           03  WS-HH               PIC 99.
           03  WS-MM               PIC 99.
           03  WS-SS               PIC 99.
           03  WS-RESTO            PIC 9(05).
           03  WS-MIN-NOITES       PIC 9 VALUE 3.

      *>   NOITE EM CURSO NA LEITURA (AS LINHAS VEM EM ORDEM DE DATA).
       01  WS-NOITE-CORRENTE.
           03  WS-NC-DATA          PIC 9(8) VALUE ZEROS.
           03  WS-NC-DIFERENCA     PIC S9(07).
           03  WS-NC-DESLOCA       PIC 9(06).
           03  WS-NC-ANTERIOR      PIC 9(06).
           03  WS-NC-PRIMEIRO      PIC 9(06).
           03  WS-NC-ULTIMO        PIC 9(06).
           03  WS-NC-INICIOS       PIC 9(04).
           03  WS-NC-FIM-PASSO     PIC 9(04).
           03  WS-NC-ABENDS        PIC 9(04).
       01  WS-SOMA-DURACAO         PIC 9(09) VALUE ZEROS.

       01  WS-HORA-EVENTO.
           03  WS-HE-HH            PIC 99.
           03  FILLER              PIC X.
           03  WS-HE-MM            PIC 99.
           03  FILLER              PIC X.
           03  WS-HE-SS            PIC 99.

       LINKAGE SECTION.
           COPY SLATAB.

       PROCEDURE DIVISION USING SLA-RESULTADO.
       MAIN-PROCEDURE.
           PERFORM P050-LE-PARAMETROS-SISTEMA
           MOVE SLA-DATA TO WS-DATA-PEDIDA
           INITIALIZE SLA-RESULTADO
           MOVE WS-DATA-PEDIDA TO SLA-DATA
           MOVE ZEROS TO WS-NC-DATA WS-SOMA-DURACAO
           MOVE WS-SYS-SLA-PCT-TOLERA   TO SLA-PCT-TOLERA
           MOVE WS-SYS-SLA-MIN-SEGUNDOS TO SLA-MIN-SEGUNDOS
           MOVE "N" TO SLA-COMPLETA
           MOVE "N" TO SLA-ESTOURO

           OPEN INPUT SMT-FILE
           IF WS-SMT-STATUS NOT = "00"
               GOBACK
           END-IF
           IF SLA-DATA = ZEROS
               PERFORM P100-ACHA-ULTIMA-DATA
               CLOSE SMT-FILE
               OPEN INPUT SMT-FILE
           END-IF
           IF SLA-DATA = ZEROS
               CLOSE SMT-FILE
               GOBACK
           END-IF
           COMPUTE WS-DIA-REF = FUNCTION INTEGER-OF-DATE(SLA-DATA)

           MOVE "N" TO WS-SMT-EOF
           PERFORM P110-LE-EVENTO
           PERFORM UNTIL FIM-EVENTOS
               IF SMT-DATA NOT > SLA-DATA
                  AND SMT-DATA IS NUMERIC
                   PERFORM P200-PROCESSA-EVENTO THRU P200-SAIDA
               END-IF
               PERFORM P110-LE-EVENTO
           END-PERFORM
           CLOSE SMT-FILE
           PERFORM P300-FECHA-NOITE THRU P300-SAIDA

           PERFORM P400-CALCULA-MEDIAS
           PERFORM P500-PROJETA-FIM
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-SLA-HORA-FIM IS NUMERIC
                          AND SYS-PARM-SLA-HORA-FIM(3:2) < "60"
                          AND SYS-PARM-SLA-HORA-FIM(5:2) < "60"
                          AND SYS-PARM-SLA-HORA-FIM < 240000
                           MOVE SYS-PARM-SLA-HORA-FIM
                               TO WS-SYS-SLA-HORA-FIM
                       END-IF
                       IF SYS-PARM-SLA-PCT-TOLERA IS NUMERIC
                          AND SYS-PARM-SLA-PCT-TOLERA > ZEROS
                           MOVE SYS-PARM-SLA-PCT-TOLERA
                               TO WS-SYS-SLA-PCT-TOLERA
                       END-IF
                       IF SYS-PARM-SLA-MIN-SEGUNDOS IS NUMERIC
                           MOVE SYS-PARM-SLA-MIN-SEGUNDOS
                               TO WS-SYS-SLA-MIN-SEGUNDOS
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-ACHA-ULTIMA-DATA.
           MOVE "N" TO WS-SMT-EOF
           PERFORM P110-LE-EVENTO
           PERFORM UNTIL FIM-EVENTOS
               IF SMT-DATA IS NUMERIC
                  AND SMT-DATA > SLA-DATA
                   MOVE SMT-DATA TO SLA-DATA
               END-IF
               PERFORM P110-LE-EVENTO
           END-PERFORM
           .

       P110-LE-EVENTO.
           READ SMT-FILE
               AT END SET FIM-EVENTOS TO TRUE
           END-READ
           .

       P200-PROCESSA-EVENTO.
           MOVE SMT-HORA TO WS-HORA-EVENTO
           IF WS-HE-HH NOT NUMERIC OR WS-HE-MM NOT NUMERIC
              OR WS-HE-SS NOT NUMERIC
               GO TO P200-SAIDA
           END-IF

           IF SMT-DATA NOT = WS-NC-DATA
               COMPUTE WS-DIA-LINHA =
                       FUNCTION INTEGER-OF-DATE(SMT-DATA)
               COMPUTE WS-DIFERENCA = WS-DIA-REF - WS-DIA-LINHA
               IF WS-DIFERENCA > 30
                   GO TO P200-SAIDA
               END-IF
               PERFORM P300-FECHA-NOITE THRU P300-SAIDA
               PERFORM P310-ABRE-NOITE
           END-IF

      *>   A NOITE QUE PASSA DA MEIA-NOITE CONTINUA CONTANDO: UMA HORA
      *>   QUE VOLTA MAIS DE DOZE HORAS E DO DIA SEGUINTE.
           COMPUTE WS-SEGUNDOS = WS-HE-HH * 3600 + WS-HE-MM * 60
                               + WS-HE-SS + WS-NC-DESLOCA
           IF WS-SEGUNDOS + 43200 < WS-NC-ANTERIOR
               ADD 86400 TO WS-NC-DESLOCA
               ADD 86400 TO WS-SEGUNDOS
           END-IF
           MOVE WS-SEGUNDOS TO WS-NC-ANTERIOR
           IF WS-NC-PRIMEIRO = ZEROS
               MOVE WS-SEGUNDOS TO WS-NC-PRIMEIRO
           END-IF
           MOVE WS-SEGUNDOS TO WS-NC-ULTIMO

           PERFORM P210-ACHA-PASSO
           IF WS-ACHADO = ZEROS
               GO TO P200-SAIDA
           END-IF
           IF WS-NC-DIFERENCA = ZEROS
               MOVE SMT-SITUACAO TO SLA-STP-SIT(WS-ACHADO)
               MOVE SMT-PROGRAMA TO SLA-STP-PROGRAMA(WS-ACHADO)
           END-IF

           EVALUATE SMT-SITUACAO
               WHEN "E"
                   ADD 1 TO WS-NC-INICIOS
                   MOVE SMT-DATA    TO SLA-STP-E-DATA(WS-ACHADO)
                   MOVE WS-SEGUNDOS TO SLA-STP-E-SEG(WS-ACHADO)
               WHEN "C"
                   ADD 1 TO WS-NC-FIM-PASSO
                   IF SLA-STP-E-DATA(WS-ACHADO) = SMT-DATA
                       COMPUTE WS-DECORRIDO =
                               WS-SEGUNDOS - SLA-STP-E-SEG(WS-ACHADO)
                       MOVE ZEROS TO SLA-STP-E-DATA(WS-ACHADO)
                       PERFORM P220-GUARDA-DECORRIDO
                   END-IF
               WHEN "A"
                   ADD 1 TO WS-NC-ABENDS
                   MOVE ZEROS TO SLA-STP-E-DATA(WS-ACHADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P200-SAIDA.
           EXIT.

       P210-ACHA-PASSO.
           MOVE ZEROS TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SLA-QTD-STEPS
               IF SLA-STP-STEP(WS-IDX) = SMT-STEP
                   MOVE WS-IDX TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = ZEROS AND SLA-QTD-STEPS < 100
               ADD 1 TO SLA-QTD-STEPS
               MOVE SLA-QTD-STEPS TO WS-ACHADO
               INITIALIZE SLA-STP(WS-ACHADO)
               MOVE SMT-STEP     TO SLA-STP-STEP(WS-ACHADO)
               MOVE SMT-PROGRAMA TO SLA-STP-PROGRAMA(WS-ACHADO)
               MOVE SPACE        TO SLA-STP-SIT(WS-ACHADO)
               MOVE "N"          TO SLA-STP-LENTO(WS-ACHADO)
           END-IF
           .

       P220-GUARDA-DECORRIDO.
      *>   UMA REEXECUCAO NA MESMA NOITE VALE PELA ULTIMA.
           MOVE WS-DECORRIDO TO SLA-STP-NOITE-SEG(WS-ACHADO, 7)
           IF WS-NC-DIFERENCA = ZEROS
               MOVE WS-DECORRIDO TO SLA-STP-SEGUNDOS(WS-ACHADO)
           ELSE
               ADD WS-DECORRIDO TO SLA-STP-SOMA(WS-ACHADO)
               ADD 1 TO SLA-STP-NOITES(WS-ACHADO)
           END-IF
           .

       P300-FECHA-NOITE.
           IF WS-NC-DATA = ZEROS
               GO TO P300-SAIDA
           END-IF
           IF WS-NC-DIFERENCA = ZEROS
               MOVE WS-NC-PRIMEIRO TO SLA-INICIO-SEG
               MOVE WS-NC-ULTIMO   TO SLA-FIM-SEG
               COMPUTE SLA-DURACAO-SEG = WS-NC-ULTIMO - WS-NC-PRIMEIRO
           ELSE
      *>       SO AS NOITES LIMPAS (SEM ABEND, TODO PASSO INICIADO
      *>       TERMINADO) ENTRAM NA MEDIA DA DURACAO DO STREAM.
               IF WS-NC-ABENDS = ZEROS
                  AND WS-NC-INICIOS = WS-NC-FIM-PASSO
                   ADD 1 TO SLA-QTD-NOITES
                   COMPUTE WS-SOMA-DURACAO = WS-SOMA-DURACAO
                           + WS-NC-ULTIMO - WS-NC-PRIMEIRO
               END-IF
           END-IF
           .
       P300-SAIDA.
           EXIT.

       P310-ABRE-NOITE.
           MOVE SMT-DATA     TO WS-NC-DATA
           MOVE WS-DIFERENCA TO WS-NC-DIFERENCA
           MOVE ZEROS TO WS-NC-DESLOCA WS-NC-ANTERIOR WS-NC-PRIMEIRO
                         WS-NC-ULTIMO WS-NC-INICIOS WS-NC-FIM-PASSO
                         WS-NC-ABENDS
      *>   AS SETE ULTIMAS DATAS DO STREAM: A MAIS NOVA NA POSICAO 7.
           PERFORM VARYING WS-NOITE FROM 1 BY 1 UNTIL WS-NOITE > 6
               MOVE SLA-NOITE-DATA(WS-NOITE + 1)
                   TO SLA-NOITE-DATA(WS-NOITE)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > SLA-QTD-STEPS
                   MOVE SLA-STP-NOITE-SEG(WS-IDX, WS-NOITE + 1)
                       TO SLA-STP-NOITE-SEG(WS-IDX, WS-NOITE)
               END-PERFORM
           END-PERFORM
           MOVE SMT-DATA TO SLA-NOITE-DATA(7)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SLA-QTD-STEPS
               MOVE ZEROS TO SLA-STP-NOITE-SEG(WS-IDX, 7)
           END-PERFORM
           .

       P400-CALCULA-MEDIAS.
           IF SLA-QTD-NOITES > ZEROS
               COMPUTE SLA-MEDIA-DURACAO ROUNDED =
                       WS-SOMA-DURACAO / SLA-QTD-NOITES
           END-IF
           MOVE "S" TO SLA-COMPLETA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SLA-QTD-STEPS
               IF SLA-STP-NOITES(WS-IDX) > ZEROS
                   COMPUTE SLA-STP-MEDIA(WS-IDX) ROUNDED =
                           SLA-STP-SOMA(WS-IDX) / SLA-STP-NOITES(WS-IDX)
               END-IF
               IF SLA-STP-SIT(WS-IDX) = "E"
                  OR SLA-STP-SIT(WS-IDX) = "A"
                   MOVE "N" TO SLA-COMPLETA
               END-IF
      *>       O QUE CADA PASSO JA TERMINADO HOJE CORREU ACIMA (OU
      *>       ABAIXO) DA SUA MEDIA ATRASA (OU ADIANTA) O FIM.
               IF SLA-STP-SEGUNDOS(WS-IDX) > ZEROS
                  AND SLA-STP-NOITES(WS-IDX) > ZEROS
                   COMPUTE SLA-ATRASO-SEG = SLA-ATRASO-SEG
                           + SLA-STP-SEGUNDOS(WS-IDX)
                           - SLA-STP-MEDIA(WS-IDX)
               END-IF
               IF SLA-STP-SEGUNDOS(WS-IDX) > ZEROS
                  AND SLA-STP-NOITES(WS-IDX) >= WS-MIN-NOITES
                  AND SLA-STP-MEDIA(WS-IDX) >= SLA-MIN-SEGUNDOS
                   COMPUTE WS-LIMITE = SLA-STP-MEDIA(WS-IDX)
                           * (100 + SLA-PCT-TOLERA) / 100
                   IF SLA-STP-SEGUNDOS(WS-IDX) > WS-LIMITE
                       MOVE "S" TO SLA-STP-LENTO(WS-IDX)
                       ADD 1 TO SLA-QTD-LENTOS
                   END-IF
               END-IF
           END-PERFORM
           .

       P500-PROJETA-FIM.
           IF SLA-STREAM-COMPLETO
               MOVE SLA-FIM-SEG TO SLA-PREVISTO-SEG
           ELSE
               IF SLA-QTD-NOITES > ZEROS
                   IF SLA-INICIO-SEG + SLA-MEDIA-DURACAO
                      + SLA-ATRASO-SEG > SLA-FIM-SEG
                       COMPUTE SLA-PREVISTO-SEG = SLA-INICIO-SEG
                               + SLA-MEDIA-DURACAO + SLA-ATRASO-SEG
                   ELSE
                       MOVE SLA-FIM-SEG TO SLA-PREVISTO-SEG
                   END-IF
               END-IF
           END-IF

      *>   O ALVO E A MANHA SEGUINTE QUANDO CAI ANTES DO INICIO.
           MOVE WS-SYS-SLA-HORA-FIM TO WS-HORA-ALVO
           COMPUTE SLA-ALVO-SEG = WS-ALVO-HH * 3600
                   + WS-ALVO-MM * 60 + WS-ALVO-SS
           IF SLA-ALVO-SEG < SLA-INICIO-SEG
               ADD 86400 TO SLA-ALVO-SEG
           END-IF
           IF SLA-PREVISTO-SEG > SLA-ALVO-SEG
               MOVE "S" TO SLA-ESTOURO
           END-IF

           MOVE SLA-INICIO-SEG TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-HORA
           MOVE WS-HORA-FORMATADA TO SLA-HR-INICIO
           MOVE SLA-FIM-SEG TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-HORA
           MOVE WS-HORA-FORMATADA TO SLA-HR-FIM
           MOVE SLA-ALVO-SEG TO WS-SEG-FORMATA
           PERFORM P900-FORMATA-HORA
           MOVE WS-HORA-FORMATADA TO SLA-HR-ALVO
           IF SLA-PREVISTO-SEG > ZEROS
               MOVE SLA-PREVISTO-SEG TO WS-SEG-FORMATA
               PERFORM P900-FORMATA-HORA
               MOVE WS-HORA-FORMATADA TO SLA-HR-PREVISTO
           ELSE
               MOVE "--:--:--" TO SLA-HR-PREVISTO
           END-IF
           .

       P900-FORMATA-HORA.
           DIVIDE WS-SEG-FORMATA BY 86400 GIVING WS-HH
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 3600 GIVING WS-HH REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 60 GIVING WS-MM REMAINDER WS-SS
           STRING WS-HH ":" WS-MM ":" WS-SS
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           .

       END PROGRAM slaUtil.
