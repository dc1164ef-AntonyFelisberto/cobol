      *          write-off goes to PREJUIZO.DAT, the client is flagged
      *          on BLACKLIST.DAT and the history logged. The recovery
      *          option brings a written-off contract back to the
      *          active book when the client later pays, stamped with
      *          the signed-on operator who did it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "writeOff".
       01  WS-JAN-LIBERADO     PIC X.

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
           03  WS-WOF-STATUS       PIC XX.
           03  WS-CRH-STATUS       PIC XX.
           03  WS-CRH-OPERACAO     PIC X(08).
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-OPCAO            PIC 9.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-IND              PIC 999.
                           DEPENDING ON WS-QTD-PREJUIZOS.
               05  WS-WOF-REGISTRO-T PIC X(60).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           DISPLAY "1 - PROCESSAR PREJUIZOS (FECHAMENTO MENSAL)"
           DISPLAY "2 - RECUPERAR CONTRATO BAIXADO"
           DISPLAY "ESCOLHA UMA OPCAO: "
               COMPUTE WS-VC-MM =
                       FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
               MOVE WS-CD-DD TO WS-VC-DD
               CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                     WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               COMPUTE WS-JULIANO-VENC =
                   DISPLAY "ERRO AO BAIXAR CONTRATO: " WS-FIN-STATUS
                   GO TO P300-SAIDA
           END-REWRITE
      *>   "02" = HA OUTRO CONTRATO DO CLIENTE (CHAVE ALTERNATIVA).
           IF WS-FIN-STATUS = "02"
               MOVE "00" TO WS-FIN-STATUS
           END-IF

           OPEN EXTEND WOF-FILE
           IF WS-WOF-STATUS = "35"

       P310-CALCULA-SALDO.
           COMPUTE WS-SALDO-CONTRATO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-CONTRATO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CONTRATO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
           END-IF
           MOVE "RECUPERA"   TO WS-EVU-TIPO
           MOVE ZEROS        TO WS-EVU-VALOR
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE WS-OPERADOR-SESSAO TO WS-EVU-OPER
           MOVE "RECUPERACAO DO PREJUIZO" TO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
       P500-SAIDA.
           EXIT.

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

       P510-MARCA-RECUPERADO.
           MOVE ZEROS TO WS-QTD-PREJUIZOS
           MOVE ZEROS TO WS-VALOR-RECUPERADO
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-RECUPERADO TO CTB-VALOR
                   MOVE WS-CONTRATO         TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
