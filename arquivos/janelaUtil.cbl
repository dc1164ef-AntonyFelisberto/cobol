      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared batch-window check - asked by every online
      *          program right before it updates FINMAST, PAGMAST,
      *          CUSTMAST or PAGHIST. While the nightly stream holds
      *          the window open (BATCHWIN.DAT = A, set and cleared by
      *          jobs/nightly_batch.sh) the update is refused, unless
      *          a level-3 supervisor releases it on the spot with
      *          code and senha; every release goes to BATCHWIN.LOG
      *          with the program, the signed-on operator and the
      *          supervisor. Returns LK-LIBERADO = S (go ahead) or N
      *          (consulta only). Inquiry paths never call it. The
      *          indicator is read on every call, so a screen left
      *          open when the stream starts is caught at its next
      *          update.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. janelaUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BWN-FILE ASSIGN TO "BATCHWIN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BWN-STATUS.

               SELECT BWL-FILE ASSIGN TO "BATCHWIN.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BWL-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT OPE-FILE ASSIGN TO "OPERADOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BWN-FILE.
           COPY BWNFD.

       FD  BWL-FILE.
           COPY BWLFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  OPE-FILE.
           COPY OPEFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-BWN-STATUS       PIC XX.
           03  WS-BWL-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPE-STATUS       PIC XX.
           03  WS-OPE-EOF          PIC X VALUE "N".
               88  FIM-OPERADORES     VALUE "S".
           03  WS-JANELA-SW        PIC X VALUE "N".
               88  JANELA-ABERTA      VALUE "S".
           03  WS-DT-JANELA        PIC 9(8).
           03  WS-HR-JANELA        PIC X(8).
           03  WS-RESPOSTA         PIC X.
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-SUPERVISOR       PIC X(08).
           03  WS-SENHA-SUP        PIC X(08).
           03  WS-HASH-SUP         PIC 9(08).
           03  WS-SUP-VALIDO       PIC X VALUE "N".
               88  SUPERVISOR-VALIDO  VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).

       LINKAGE SECTION.
       01  LK-PROGRAMA         PIC X(16).
       01  LK-LIBERADO         PIC X(01).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-LIBERADO.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-LIBERADO
           PERFORM P100-LE-JANELA
           IF NOT JANELA-ABERTA
               GOBACK
           END-IF

           MOVE "N" TO LK-LIBERADO
           DISPLAY "*** JANELA DO BATCH NOTURNO ABERTA DESDE "
                   WS-DT-JANELA " " WS-HR-JANELA " ***"
           DISPLAY "ATUALIZACAO BLOQUEADA ATE O FIM DO STREAM - "
                   "SO CONSULTA."
           DISPLAY "LIBERAR COM SUPERVISOR (NIVEL 3)? (S/N): "
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               GOBACK
           END-IF

           DISPLAY "SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           DISPLAY "SENHA: "
           ACCEPT WS-SENHA-SUP
           PERFORM P200-VALIDA-SUPERVISOR
           MOVE SPACES TO WS-SENHA-SUP
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "SUPERVISOR INVALIDO - ATUALIZACAO NAO "
                       "PERMITIDA COM A JANELA DO BATCH ABERTA."
               GOBACK
           END-IF

           PERFORM P300-GRAVA-LIBERACAO
           DISPLAY "ATUALIZACAO LIBERADA POR " WS-SUPERVISOR
                   " - REGISTRADA EM BATCHWIN.LOG."
           MOVE "S" TO LK-LIBERADO
           GOBACK.

       P100-LE-JANELA.
      *>   SEM O ARQUIVO (STREAM NUNCA RODOU) A JANELA ESTA FECHADA.
           MOVE "N" TO WS-JANELA-SW
           OPEN INPUT BWN-FILE
           IF WS-BWN-STATUS = "00"
               READ BWN-FILE
                   NOT AT END
                       IF BWN-ABERTA
                           SET JANELA-ABERTA TO TRUE
                           MOVE BWN-DATA TO WS-DT-JANELA
                           MOVE BWN-HORA TO WS-HR-JANELA
                       END-IF
               END-READ
               CLOSE BWN-FILE
           END-IF
           .

       P200-VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO
           MOVE "N" TO WS-OPE-EOF
           CALL "senhaUtil" USING WS-SENHA-SUP WS-HASH-SUP
           OPEN INPUT OPE-FILE
           IF WS-OPE-STATUS = "00"
               PERFORM P210-LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES
      *>           VALE O HASH; O REGISTRO AINDA NA FORMA ANTIGA
      *>           (HASH ZERADO) VALE PELA SENHA EM CLARO.
                   IF OPE-CODIGO = WS-SUPERVISOR
                      AND OPE-NIVEL >= 3
                      AND ((OPE-SENHA-HASH IS NUMERIC
                            AND OPE-SENHA-HASH > ZEROS
                            AND WS-HASH-SUP = OPE-SENHA-HASH)
                        OR ((OPE-SENHA-HASH NOT NUMERIC
                             OR OPE-SENHA-HASH = ZEROS)
                            AND OPE-SENHA NOT = SPACES
                            AND OPE-SENHA = WS-SENHA-SUP))
                       SET SUPERVISOR-VALIDO TO TRUE
                   END-IF
                   PERFORM P210-LE-OPERADOR
               END-PERFORM
               CLOSE OPE-FILE
           END-IF
           .

       P210-LE-OPERADOR.
           READ OPE-FILE
               AT END SET FIM-OPERADORES TO TRUE
           END-READ
           .

       P300-GRAVA-LIBERACAO.
           PERFORM P045-LE-OPERADOR-SESSAO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           OPEN EXTEND BWL-FILE
           IF WS-BWL-STATUS = "35"
               OPEN OUTPUT BWL-FILE
               CLOSE BWL-FILE
               OPEN EXTEND BWL-FILE
           END-IF
           MOVE WS-DATA-HOJE       TO BWL-DATA
           MOVE WS-HORA-AGORA      TO BWL-HORA
           MOVE LK-PROGRAMA        TO BWL-PROGRAMA
           MOVE WS-OPERADOR-SESSAO TO BWL-OPERADOR
           MOVE WS-SUPERVISOR      TO BWL-SUPERVISOR
           MOVE WS-DT-JANELA       TO BWL-DT-JANELA
           MOVE WS-HR-JANELA       TO BWL-HR-JANELA
           WRITE BWL-REGISTRO
           CLOSE BWL-FILE
           .

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       END PROGRAM janelaUtil.
