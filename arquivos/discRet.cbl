      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dialer result import - reads the dialer's file of
      *          the day's call attempts (DISCRET.DAT) and appends one
      *          row per attempt to the collections contact log
      *          (CONTATO.DAT, canal T, origem D), the same log the
      *          desk keys into through contato - so unanswered calls,
      *          wrong numbers and refusals leave a trace and effort
      *          can be measured per collector. An attempt nobody
      *          answered carries no agent and is booked to the
      *          collector who owns the case in COBCART.DAT. Unknown
      *          contracts and result codes outside the CONTATO.DAT
      *          table go to DISCREJ.RPT. Run-control protected
      *          (RUNCTL.DAT) so the same day's calls are not booked
      *          twice; control totals to BATCHSUM.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. discRet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DRT-FILE ASSIGN TO "DISCRET.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRT-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT WQ-FILE ASSIGN TO "COBCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WQ-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

               SELECT REJ-FILE ASSIGN TO "DISCREJ.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJ-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

               SELECT RUN-FILE ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRT-FILE.
           COPY DRTFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  WQ-FILE.
           COPY WQFD.

       FD  CTT-FILE.
           COPY CTTFD.

       FD  REJ-FILE.
       01  REJ-LINHA               PIC X(80).

       FD  BAT-FILE.
           COPY BATSUM.

       FD  RUN-FILE.
           COPY RUNFD.

       WORKING-STORAGE SECTION.
       01  WS-CONTROLE.
           03  WS-DRT-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-REJ-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-RC-DATA-HOJE     PIC 9(8).
           03  WS-RC-JA-RODOU      PIC X.
           03  WS-RC-LIBERADO      PIC X.
           03  WS-RC-SITUACAO      PIC X.
           03  WS-RC-EOF           PIC X VALUE "N".
               88  FIM-RUN-CONTROL    VALUE "S".
           03  WS-RERUN-BLOQ       PIC X VALUE "N".
               88  RERUN-BLOQUEADO    VALUE "S".
           03  WS-EOF              PIC X VALUE "N".
               88  FIM-DO-ARQUIVO      VALUE "S".
           03  WS-SEM-ARQUIVO      PIC X VALUE "N".
               88  SEM-ARQUIVO-DISCADOR VALUE "S".
           03  WS-WQ-EOF           PIC X VALUE "N".
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-IDX              PIC 9(04).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-GRAVADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(06) VALUE ZEROS.
           03  WS-MOTIVO-REJEICAO  PIC X(40).

       01  WS-QTD-CARTEIRA         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
           03  WS-CAR-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-CARTEIRA.
               05  WS-CAR-CONTRATO PIC 9(06).
               05  WS-CAR-OPERADOR PIC X(08).

       01  WS-LINHA-REJ.
           03  WS-RL-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-RL-DATA          PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-RL-HORA          PIC 9(8).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-RL-RESULTADO     PIC X(02).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-RL-MOTIVO        PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P095-VERIFICA-RUN-CONTROL
           IF RERUN-BLOQUEADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "E" TO WS-RC-SITUACAO
           PERFORM P097-GRAVA-RUN-CONTROL
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-IMPORTA-TENTATIVA
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P100-ABRE-ARQUIVOS.
           OPEN INPUT DRT-FILE
           IF WS-DRT-STATUS NOT = "00"
               DISPLAY "ARQUIVO DO DISCADOR (DISCRET.DAT) AUSENTE - "
                       "NADA A IMPORTAR."
               SET SEM-ARQUIVO-DISCADOR TO TRUE
               SET FIM-DO-ARQUIVO TO TRUE
           END-IF

           PERFORM P110-CARREGA-CARTEIRA
           OPEN INPUT FIN-FILE

           OPEN EXTEND CTT-FILE
           IF WS-CTT-STATUS = "35"
               OPEN OUTPUT CTT-FILE
               CLOSE CTT-FILE
               OPEN EXTEND CTT-FILE
           END-IF
           OPEN OUTPUT REJ-FILE
           MOVE "CONTRATO DATA     HORA     RS MOTIVO" TO REJ-LINHA
           WRITE REJ-LINHA

           IF NOT SEM-ARQUIVO-DISCADOR
               PERFORM P210-LE-TENTATIVA
           END-IF
           .

       P110-CARREGA-CARTEIRA.
           MOVE "N" TO WS-WQ-EOF
           OPEN INPUT WQ-FILE
           IF WS-WQ-STATUS = "00"
               PERFORM P120-LE-CARTEIRA
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-CARTEIRA = 2000
                   ADD 1 TO WS-QTD-CARTEIRA
                   MOVE WQ-CONTRATO
                       TO WS-CAR-CONTRATO(WS-QTD-CARTEIRA)
                   MOVE WQ-OPERADOR
                       TO WS-CAR-OPERADOR(WS-QTD-CARTEIRA)
                   PERFORM P120-LE-CARTEIRA
               END-PERFORM
               CLOSE WQ-FILE
           END-IF
           .

       P120-LE-CARTEIRA.
           READ WQ-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P200-IMPORTA-TENTATIVA.
           ADD 1 TO WS-TOTAL-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE DRT-RESULTADO TO CTT-RESULTADO
           IF NOT CTT-RESULTADO-VALIDO
               MOVE "CODIGO DE RESULTADO DESCONHECIDO"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE DRT-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
                       MOVE "CONTRATO NAO ENCONTRADO"
                           TO WS-MOTIVO-REJEICAO
               END-READ
           END-IF

           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM P300-REJEITA
           ELSE
               PERFORM P220-GRAVA-CONTATO
           END-IF
           PERFORM P210-LE-TENTATIVA
           .

       P210-LE-TENTATIVA.
           READ DRT-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P220-GRAVA-CONTATO.
           MOVE DRT-CONTRATO  TO CTT-CONTRATO
           MOVE DRT-DATA      TO CTT-DATA
           MOVE DRT-HORA      TO CTT-HORA
           MOVE "T"           TO CTT-CANAL
           MOVE DRT-RESULTADO TO CTT-RESULTADO
           MOVE "D"           TO CTT-ORIGEM
           MOVE DRT-TELEFONE  TO CTT-TELEFONE
           MOVE SPACES        TO CTT-OBSERVACAO
      *>   SEM AGENTE (NINGUEM ATENDEU) A TENTATIVA E DO DONO DO
      *>   CASO NA CARTEIRA; FORA DA CARTEIRA FICA COM O DISCADOR.
           IF DRT-AGENTE NOT = SPACES
               MOVE DRT-AGENTE TO CTT-OPERADOR
           ELSE
               MOVE "DISCADOR" TO CTT-OPERADOR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-CARTEIRA
                   IF WS-CAR-CONTRATO(WS-IDX) = DRT-CONTRATO
                       MOVE WS-CAR-OPERADOR(WS-IDX) TO CTT-OPERADOR
                   END-IF
               END-PERFORM
           END-IF
           WRITE CTT-REGISTRO
           ADD 1 TO WS-TOTAL-GRAVADOS
           .

       P300-REJEITA.
           MOVE DRT-CONTRATO       TO WS-RL-CONTRATO
           MOVE DRT-DATA           TO WS-RL-DATA
           MOVE DRT-HORA           TO WS-RL-HORA
           MOVE DRT-RESULTADO      TO WS-RL-RESULTADO
           MOVE WS-MOTIVO-REJEICAO TO WS-RL-MOTIVO
           MOVE WS-LINHA-REJ       TO REJ-LINHA
           WRITE REJ-LINHA
           ADD 1 TO WS-TOTAL-REJEITADOS
           .

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-DISCADOR
               CLOSE DRT-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE CTT-FILE
           CLOSE REJ-FILE
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "TENTATIVAS DO DISCADOR LIDAS: " WS-TOTAL-LIDOS
           DISPLAY "CONTATOS REGISTRADOS........: " WS-TOTAL-GRAVADOS
           DISPLAY "TENTATIVAS REJEITADAS.......: " WS-TOTAL-REJEITADOS
      *>   SEM ARQUIVO DO DISCADOR NADA FOI IMPORTADO: NAO GRAVA O C,
      *>   PARA O LOTE RODAR DE NOVO QUANDO O ARQUIVO CHEGAR.
           IF NOT SEM-ARQUIVO-DISCADOR
               MOVE "C" TO WS-RC-SITUACAO
               PERFORM P097-GRAVA-RUN-CONTROL
           END-IF
           GOBACK.

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "DISCRET "          TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS      TO BAT-LIDOS
           MOVE WS-TOTAL-GRAVADOS   TO BAT-PROCESSADOS
           MOVE WS-TOTAL-REJEITADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       P095-VERIFICA-RUN-CONTROL.
           ACCEPT WS-RC-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RC-JA-RODOU
           MOVE "N" TO WS-RC-LIBERADO
           MOVE "N" TO WS-RC-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = "00"
               PERFORM P096-LE-RUN-CONTROL
               PERFORM UNTIL FIM-RUN-CONTROL
                   IF RUN-PROGRAMA = "DISCRET "
                      AND RUN-DATA = WS-RC-DATA-HOJE
                       IF RUN-SITUACAO = "C"
                           MOVE "S" TO WS-RC-JA-RODOU
                           MOVE "N" TO WS-RC-LIBERADO
                       END-IF
                       IF RUN-SITUACAO = "F"
                           MOVE "S" TO WS-RC-LIBERADO
                       END-IF
                   END-IF
                   PERFORM P096-LE-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-FILE
           END-IF
           IF WS-RC-JA-RODOU = "S" AND WS-RC-LIBERADO = "N"
               SET RERUN-BLOQUEADO TO TRUE
               DISPLAY "DISCRET  JA PROCESSADO HOJE - RERUN "
                       "BLOQUEADO. USE O runCtl PARA LIBERAR."
           END-IF
           .

       P096-LE-RUN-CONTROL.
           READ RUN-FILE
               AT END SET FIM-RUN-CONTROL TO TRUE
           END-READ
           .

       P097-GRAVA-RUN-CONTROL.
           OPEN EXTEND RUN-FILE
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-FILE
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF
           MOVE "DISCRET " TO RUN-PROGRAMA
           MOVE WS-RC-DATA-HOJE TO RUN-DATA
           ACCEPT RUN-HORA FROM TIME
           MOVE WS-RC-SITUACAO TO RUN-SITUACAO
           WRITE RUN-REGISTRO
           CLOSE RUN-FILE
           .

       END PROGRAM discRet.
