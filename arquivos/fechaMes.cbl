      * Purpose: Month-end close control - replaces the loose menu
      *          options with one supervised sequence: for a
      *          competencia it runs the month-end steps in order
      *          (accrual, snapshot, provisao, glRecon, informe,
      *          balancete),
      *          stops the close the moment a step returns non-zero
      *          (the glRecon proof especially), records the run in
      *          RUNCTL.DAT with the same once-only discipline the
      *          PERIODO.DAT - from then on the posting programs
      *          refuse movements dated inside it. Reopening a
      *          period is a deliberate level-3 act recorded with
      *          who did it. Each company of the group closes its
      *          own month: the steps run fixed on that company
      *          (empUtil F) and its row goes E; when the last active
      *          company closes, the competencia goes F for everyone,
      *          since the posting programs share one batch window.
      *          Once December is closed, option 4 closes the year's
      *          result accounts into retained earnings in the company
      *          ledger (encerra), fixed on the company like the close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-PER-STATUS       PIC XX.
           03  WS-RUN-STATUS       PIC XX.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-PASSO            PIC 9.
           03  WS-PROGRAMA-PASSO   PIC X(09).
           03  WS-RUN-SITUACAO-AUX PIC X(01).
           03  WS-EMPRESA          PIC 9(02).
           03  WS-QTD-FECHADAS     PIC 9(03).
           03  WS-QTD-ATIVAS       PIC 9(02).

       01  WS-QTD-PERIODOS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-PERIODOS.
               05  WS-PER-SIT      PIC X(01).
               05  WS-PER-DATA     PIC 9(8).
               05  WS-PER-OPER     PIC X(08).
               05  WS-PER-EMP      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 - CONSULTAR COMPETENCIAS"
           DISPLAY "2 - FECHAR COMPETENCIA (RODA OS PASSOS)"
           DISPLAY "3 - REABRIR COMPETENCIA"
           DISPLAY "4 - ENCERRAR EXERCICIO (RAZAO)"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           IF WS-OPCAO = 2 OR WS-OPCAO = 3 OR WS-OPCAO = 4
               PERFORM P050-EMPRESA-DO-FECHAMENTO
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-CONSULTA
               WHEN 2
                   IF WS-EMPRESA NOT = ZEROS
                       MOVE "F"        TO EMU-FUNCAO
                       MOVE WS-EMPRESA TO EMU-EMPRESA
                       CALL "empUtil" USING EMU-PARAMETROS
                       PERFORM P300-FECHA THRU P300-SAIDA
                       MOVE "L"        TO EMU-FUNCAO
                       CALL "empUtil" USING EMU-PARAMETROS
                   END-IF
               WHEN 3
                   IF WS-EMPRESA NOT = ZEROS
                       PERFORM P500-REABRE THRU P500-SAIDA
                   END-IF
               WHEN 4
                   IF WS-EMPRESA NOT = ZEROS
                       MOVE "F"        TO EMU-FUNCAO
                       MOVE WS-EMPRESA TO EMU-EMPRESA
                       CALL "empUtil" USING EMU-PARAMETROS
                       CALL "encerra"
                       MOVE ZEROS TO RETURN-CODE
                       MOVE "L"        TO EMU-FUNCAO
                       CALL "empUtil" USING EMU-PARAMETROS
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           PERFORM P800-REGRAVA-PERIODOS
           GOBACK.

       P050-EMPRESA-DO-FECHAMENTO.
      *>   O FECHAMENTO E DE UMA EMPRESA: A DA SESSAO, OU A PEDIDA
      *>   QUANDO A SESSAO E CONSOLIDADA E HA MAIS DE UMA ATIVA.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE "P" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA    TO WS-EMPRESA
           MOVE EMU-QTD-ATIVAS TO WS-QTD-ATIVAS
           IF WS-EMPRESA = ZEROS
               DISPLAY "EMPRESA NAO INFORMADA - NADA FEITO."
           ELSE
               DISPLAY "EMPRESA: " WS-EMPRESA " - " EMU-NOME
           END-IF
           .

       P100-CARREGA-PERIODOS.
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PER-FILE
                       TO WS-PER-DATA(WS-QTD-PERIODOS)
                   MOVE PER-OPERADOR
                       TO WS-PER-OPER(WS-QTD-PERIODOS)
      *>           LINHA DE ANTES DO GRUPO TER MAIS DE UMA EMPRESA.
                   IF PER-EMPRESA IS NUMERIC AND PER-EMPRESA > ZEROS
                       MOVE PER-EMPRESA
                           TO WS-PER-EMP(WS-QTD-PERIODOS)
                   ELSE
                       MOVE 1 TO WS-PER-EMP(WS-QTD-PERIODOS)
                   END-IF
                   PERFORM P110-LE-PERIODO
               END-PERFORM
               CLOSE PER-FILE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTD-PERIODOS
               IF WS-PER-COMP(WS-PER-IDX) = WS-COMPETENCIA
                  AND WS-PER-EMP(WS-PER-IDX) = WS-EMPRESA
                   MOVE WS-PER-IDX TO WS-PER-ACHADO
               END-IF
           END-PERFORM
           .

       P200-CONSULTA.
           DISPLAY "COMPETENCIA EMP SIT DT-FECHAMENTO OPERADOR"
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTD-PERIODOS
               DISPLAY "  " WS-PER-COMP(WS-PER-IDX) "    "
                       WS-PER-EMP(WS-PER-IDX) "  "
                       WS-PER-SIT(WS-PER-IDX) "  "
                       WS-PER-DATA(WS-PER-IDX) "     "
                       WS-PER-OPER(WS-PER-IDX)
           END-PERFORM
           DISPLAY "SIT: F = FECHADA, E = FECHADA PELA EMPRESA "
                   "(GRUPO AINDA ABERTO), A = REABERTA"
           DISPLAY "COMPETENCIAS CONTROLADAS: " WS-QTD-PERIODOS
           .

           ACCEPT WS-COMPETENCIA
           PERFORM P150-BUSCA-PERIODO
           IF WS-PER-ACHADO > ZEROS
              AND (WS-PER-SIT(WS-PER-ACHADO) = "F"
                   OR WS-PER-SIT(WS-PER-ACHADO) = "E")
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " JA FECHADA "
                       "EM " WS-PER-DATA(WS-PER-ACHADO)
                       " - FECHAMENTO NAO REPETIDO."

      *>   OS PASSOS DO FECHAMENTO RODAM EM ORDEM; QUALQUER UM QUE
      *>   RETORNE NAO-ZERO (A PROVA DO glRecon EM ESPECIAL) PARA O
      *>   FECHAMENTO ANTES DO CARIMBO F. O BALANCETE DO RAZAO FECHA
      *>   A SEQUENCIA: RAZAO QUE NAO BATE NAO DEIXA O MES FECHAR.
           PERFORM VARYING WS-PASSO FROM 1 BY 1 UNTIL WS-PASSO > 6
               EVALUATE WS-PASSO
                   WHEN 1
                       MOVE "accrual" TO WS-PROGRAMA-PASSO
                   WHEN 5
                       MOVE "informe " TO WS-PROGRAMA-PASSO
                       CALL "informe"
                   WHEN 6
                       MOVE "balancete" TO WS-PROGRAMA-PASSO
                       CALL "balancete"
               END-EVALUATE
               IF RETURN-CODE NOT = ZEROS
                   DISPLAY "PASSO " WS-PROGRAMA-PASSO " RETORNOU "
               ADD 1 TO WS-QTD-PERIODOS
               MOVE WS-QTD-PERIODOS TO WS-PER-ACHADO
               MOVE WS-COMPETENCIA TO WS-PER-COMP(WS-PER-ACHADO)
               MOVE WS-EMPRESA     TO WS-PER-EMP(WS-PER-ACHADO)
           END-IF
           MOVE "E"          TO WS-PER-SIT(WS-PER-ACHADO)
           MOVE WS-DATA-HOJE TO WS-PER-DATA(WS-PER-ACHADO)
           MOVE WS-OPERADOR  TO WS-PER-OPER(WS-PER-ACHADO)

           MOVE "C" TO WS-RUN-SITUACAO-AUX
           PERFORM P700-GRAVA-RUN-CONTROL
           PERFORM P350-FECHA-GRUPO
           .
       P300-SAIDA.
           EXIT.

       P350-FECHA-GRUPO.
      *>   A TRAVA DE LANCAMENTOS (F) SO VALE QUANDO A ULTIMA EMPRESA
      *>   ATIVA FECHA - ATE LA A COMPETENCIA FICA E PARA QUEM JA
      *>   FECHOU E OS LANCAMENTOS CONTINUAM ENTRANDO.
           MOVE ZEROS TO WS-QTD-FECHADAS
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTD-PERIODOS
               IF WS-PER-COMP(WS-PER-IDX) = WS-COMPETENCIA
                  AND (WS-PER-SIT(WS-PER-IDX) = "E"
                       OR WS-PER-SIT(WS-PER-IDX) = "F")
                   MOVE "V" TO EMU-FUNCAO
                   MOVE WS-PER-EMP(WS-PER-IDX) TO EMU-EMPRESA
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF EMU-OK
                       ADD 1 TO WS-QTD-FECHADAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-FECHADAS < WS-QTD-ATIVAS
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " FECHADA PARA "
                       "A EMPRESA " WS-EMPRESA " - " WS-QTD-FECHADAS
                       " DE " WS-QTD-ATIVAS " EMPRESAS FECHADAS."
               DISPLAY "LANCAMENTOS SO SERAO RECUSADOS QUANDO TODAS "
                       "FECHAREM."
           ELSE
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-QTD-PERIODOS
                   IF WS-PER-COMP(WS-PER-IDX) = WS-COMPETENCIA
                      AND WS-PER-SIT(WS-PER-IDX) = "E"
                       MOVE "F" TO WS-PER-SIT(WS-PER-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " FECHADA - "
                       "MOVIMENTOS DATADOS DENTRO DELA SERAO "
                       "RECUSADOS."
           END-IF
           .

       P500-REABRE.
           DISPLAY "COMPETENCIA A REABRIR (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM P150-BUSCA-PERIODO
           IF WS-PER-ACHADO = ZEROS
              OR (WS-PER-SIT(WS-PER-ACHADO) NOT = "F"
                  AND WS-PER-SIT(WS-PER-ACHADO) NOT = "E")
               DISPLAY "COMPETENCIA NAO ESTA FECHADA."
               GO TO P500-SAIDA
           END-IF
      *>   REABERTA UMA EMPRESA, A TRAVA DO GRUPO CAI; AS OUTRAS
      *>   CONTINUAM FECHADAS PARA SI (E).
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-QTD-PERIODOS
               IF WS-PER-COMP(WS-PER-IDX) = WS-COMPETENCIA
                  AND WS-PER-SIT(WS-PER-IDX) = "F"
                   MOVE "E" TO WS-PER-SIT(WS-PER-IDX)
               END-IF
           END-PERFORM
           MOVE "A"          TO WS-PER-SIT(WS-PER-ACHADO)
           MOVE WS-DATA-HOJE TO WS-PER-DATA(WS-PER-ACHADO)
           MOVE WS-OPERADOR  TO WS-PER-OPER(WS-PER-ACHADO)
               MOVE WS-PER-SIT(WS-PER-IDX)  TO PER-SITUACAO
               MOVE WS-PER-DATA(WS-PER-IDX) TO PER-DT-FECHAMENTO
               MOVE WS-PER-OPER(WS-PER-IDX) TO PER-OPERADOR
               MOVE WS-PER-EMP(WS-PER-IDX)  TO PER-EMPRESA
               WRITE PER-REGISTRO
           END-PERFORM
           CLOSE PER-FILE
