      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly trial balance (balancete de verificacao) from
      *          the company ledger SALDOCTB.DAT kept by razao - for a
      *          competencia (AAAAMM) and the company of the run (or
      *          every company summed, consolidated), lists each
      *          PLACTB.cpy account with its opening balance, the
      *          month's debits and credits, the year-end closing
      *          transfer and the closing balance, subtotals by group
      *          (ativo, passivo, resultado, PL, compensacao), shows
      *          the result of the year so far and proves debits =
      *          credits and debit balances = credit balances. Warns
      *          when the previous year's result accounts were never
      *          closed (encerra). Runs from the menu and as the last
      *          step of the month-end close, so a ledger that does not
      *          balance (return 8) stops the close. Report
      *          BALANCETE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. balancete.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RZS-FILE ASSIGN TO "SALDOCTB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RZS-STATUS.

               SELECT RPT-FILE ASSIGN TO "BALANCETE.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RZS-FILE.
           COPY RZSFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.
           COPY PLACTB.
           COPY RZSTAB.

       01  WS-VARIAVEIS.
           03  WS-RZS-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-RZS-EOF          PIC X.
               88  FIM-RAZAO          VALUE "S".
           03  WS-TRANSB-SW        PIC X VALUE "N".
               88  RAZAO-TRANSBORDOU  VALUE "S".
           03  WS-DESBAL-SW        PIC X VALUE "N".
               88  BALANCETE-DESBALANCEADO VALUE "S".
           03  WS-AVISO-SW         PIC X VALUE "N".
               88  EXERCICIO-ABERTO   VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-ANO     PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-DATA-COMP        PIC 9(8).
           03  WS-DATA-DEZ-ANT     PIC 9(8).
           03  WS-ANO-ANTERIOR     PIC 9(4).
           03  WS-RZ-IDX           PIC 9(05).
           03  WS-RZ-ANTERIOR      PIC 9(05).
           03  WS-CHV-EMPRESA      PIC 9(02).
           03  WS-CHV-CONTA        PIC 9(05).
           03  WS-CHV-DATA         PIC 9(8).
           03  WS-EMP-IDX          PIC 9(03).
           03  WS-CTA-IDX          PIC 9(03).
           03  WS-GRUPO-ATUAL      PIC 9(01).
           03  WS-CONTA-QUEBRA     PIC 9(05).
           03  WS-CONTA-QUEBRA-R REDEFINES WS-CONTA-QUEBRA.
               05  WS-CONTA-GRUPO  PIC 9(01).
               05  FILLER          PIC 9(04).
           03  WS-NOME-CONTA       PIC X(30).
           03  WS-SALDO-AUX        PIC S9(13)V99.
           03  WS-SALDO-ED-AUX     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-DC-AUX           PIC X(01).
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-DIFERENCA        PIC S9(14)V99.
           03  WS-LINHA-EDIT       PIC X(132).

      *>   VALORES DE UMA CONTA - SOMADOS ENTRE AS EMPRESAS QUANDO O
      *>   BALANCETE E CONSOLIDADO.
       01  WS-VALORES-CONTA.
           03  WS-VC-INICIAL       PIC S9(13)V99.
           03  WS-VC-DEBITOS       PIC 9(13)V99.
           03  WS-VC-CREDITOS      PIC 9(13)V99.
           03  WS-VC-ENCERRAMENTO  PIC S9(13)V99.
           03  WS-VC-FINAL         PIC S9(13)V99.

       01  WS-TOTAIS.
           03  WS-TOT-DEBITOS      PIC 9(14)V99.
           03  WS-TOT-CREDITOS     PIC 9(14)V99.
           03  WS-TOT-ENCERRAMENTO PIC S9(14)V99.
           03  WS-TOT-DEVEDORES    PIC 9(14)V99.
           03  WS-TOT-CREDORES     PIC 9(14)V99.
           03  WS-TOT-RESULTADO    PIC S9(14)V99.
           03  WS-SUB-INICIAL      PIC S9(14)V99.
           03  WS-SUB-FINAL        PIC S9(14)V99.
           03  WS-QTD-CONTAS-GRUPO PIC 9(03).

      *>   CONTAS DO RAZAO QUE O PLANO NAO TEM.
       01  WS-QTD-EXTRA            PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-EXTRA.
           03  WS-EXTRA-CONTA OCCURS 20 TIMES PIC 9(05).

       01  WS-LINHA-CONTA.
           03  WS-LC-CONTA         PIC 9(05).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-NOME          PIC X(24).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-INICIAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-INICIAL    PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DEBITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-CREDITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-ENCERRAMENTO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-ENCERR     PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-FINAL         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DC-FINAL      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO BALANCETE (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM
           COMPUTE WS-DATA-COMP = WS-COMPETENCIA * 100
           MOVE ZEROS TO WS-QTD-RZS
           MOVE ZEROS TO WS-QTD-EXTRA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           MOVE "N" TO WS-TRANSB-SW
           MOVE "N" TO WS-DESBAL-SW
           MOVE "N" TO WS-AVISO-SW
           COMPUTE WS-ANO-ANTERIOR = WS-COMP-ANO - 1
           COMPUTE WS-DATA-DEZ-ANT = WS-ANO-ANTERIOR * 10000 + 1200

           PERFORM P100-CARREGA-RAZAO
           IF WS-RZS-STATUS = "35"
               DISPLAY "SALDOCTB.DAT NAO ENCONTRADO - RAZAO AINDA NAO "
                       "IMPLANTADO, BALANCETE NAO EMITIDO."
               MOVE ZEROS TO RETURN-CODE
               GOBACK
           END-IF
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- BALANCETE NAO EMITIDO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME

           PERFORM P500-IMPRIME-BALANCETE
           DISPLAY "RELATORIO GRAVADO EM BALANCETE.RPT"
           IF BALANCETE-DESBALANCEADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
           GOBACK.

       P100-CARREGA-RAZAO.
           MOVE "N" TO WS-RZS-EOF
           OPEN INPUT RZS-FILE
           IF WS-RZS-STATUS = "00"
               PERFORM P110-LE-RAZAO
               PERFORM UNTIL FIM-RAZAO OR RAZAO-TRANSBORDOU
                   IF WS-QTD-RZS = 8000
                       SET RAZAO-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-RZS
                       MOVE RZS-REGISTRO TO WS-RZ-ITEM(WS-QTD-RZS)
                       IF RZS-MENSAL
                           PERFORM P120-CONFERE-PLANO
                       END-IF
                       PERFORM P110-LE-RAZAO
                   END-IF
               END-PERFORM
               CLOSE RZS-FILE
           END-IF
           .

       P110-LE-RAZAO.
           READ RZS-FILE
               AT END SET FIM-RAZAO TO TRUE
           END-READ
           .

       P120-CONFERE-PLANO.
           SET WS-PLA-IDX TO 1
           SEARCH WS-PLA-ITEM
               AT END
                   PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                           UNTIL WS-CTA-IDX > WS-QTD-EXTRA
                              OR WS-EXTRA-CONTA(WS-CTA-IDX)
                                 = RZS-CONTA
                       CONTINUE
                   END-PERFORM
                   IF WS-CTA-IDX > WS-QTD-EXTRA AND WS-QTD-EXTRA < 20
                       ADD 1 TO WS-QTD-EXTRA
                       MOVE RZS-CONTA TO WS-EXTRA-CONTA(WS-QTD-EXTRA)
                   END-IF
               WHEN WS-PLA-CONTA(WS-PLA-IDX) = RZS-CONTA
                   CONTINUE
           END-SEARCH
           .

       P310-ULTIMA-MENSAL.
      *>   LINHA MENSAL MAIS RECENTE DE WS-CHV-EMPRESA/CONTA COM DATA
      *>   ATE WS-CHV-DATA - ZERO QUANDO A CONTA AINDA NAO TEM.
           MOVE ZEROS TO WS-RZ-ANTERIOR
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                  AND WS-RZ-EMPRESA(WS-RZ-IDX) = WS-CHV-EMPRESA
                  AND WS-RZ-CONTA(WS-RZ-IDX)   = WS-CHV-CONTA
                  AND WS-RZ-DATA(WS-RZ-IDX)   <= WS-CHV-DATA
                   IF WS-RZ-ANTERIOR = ZEROS
                       MOVE WS-RZ-IDX TO WS-RZ-ANTERIOR
                   ELSE
                       IF WS-RZ-DATA(WS-RZ-IDX)
                          > WS-RZ-DATA(WS-RZ-ANTERIOR)
                           MOVE WS-RZ-IDX TO WS-RZ-ANTERIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       P500-IMPRIME-BALANCETE.
           MOVE "BALANCETE" TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "EMPRESA: " WS-RPT-EMPRESA " - "
                  WS-RPT-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "BALANCETE DE VERIFICACAO - COMPETENCIA "
                  WS-COMPETENCIA
                  " (SALDOS: D = DEVEDOR, C = CREDOR)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTA NOME                     "
                  "     SALDO INICIAL   "
                  "           DEBITOS "
                  "          CREDITOS "
                  "      ENCERRAMENTO   "
                  "       SALDO FINAL"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           INITIALIZE WS-TOTAIS
           MOVE WS-PLA-GRUPO(1) TO WS-GRUPO-ATUAL
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-PLA-QTD
               IF WS-PLA-GRUPO(WS-CTA-IDX) NOT = WS-GRUPO-ATUAL
                   PERFORM P540-SUBTOTAL-GRUPO
                   MOVE WS-PLA-GRUPO(WS-CTA-IDX) TO WS-GRUPO-ATUAL
               END-IF
               MOVE WS-PLA-CONTA(WS-CTA-IDX) TO WS-CHV-CONTA
               MOVE WS-PLA-NOME(WS-CTA-IDX)  TO WS-NOME-CONTA
               PERFORM P510-CONTA
           END-PERFORM
           PERFORM P540-SUBTOTAL-GRUPO
           IF WS-QTD-EXTRA > ZEROS
               MOVE ZEROS TO WS-GRUPO-ATUAL
               PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-QTD-EXTRA
                   MOVE WS-EXTRA-CONTA(WS-CTA-IDX) TO WS-CHV-CONTA
                   MOVE "*** FORA DO PLANO ***" TO WS-NOME-CONTA
                   PERFORM P510-CONTA
               END-PERFORM
               PERFORM P540-SUBTOTAL-GRUPO
           END-IF

           PERFORM P550-TOTAIS-E-PROVA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P510-CONTA.
           INITIALIZE WS-VALORES-CONTA
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > 99
               IF WS-RPT-EMPRESA = ZEROS
                  OR WS-RPT-EMPRESA = WS-EMP-IDX
                   MOVE WS-EMP-IDX TO WS-CHV-EMPRESA
                   PERFORM P520-CONTA-DA-EMPRESA
               END-IF
           END-PERFORM
           IF WS-VC-INICIAL NOT = ZEROS
              OR WS-VC-DEBITOS NOT = ZEROS
              OR WS-VC-CREDITOS NOT = ZEROS
              OR WS-VC-ENCERRAMENTO NOT = ZEROS
              OR WS-VC-FINAL NOT = ZEROS
               MOVE WS-CHV-CONTA        TO WS-LC-CONTA
               MOVE WS-NOME-CONTA       TO WS-LC-NOME
               MOVE WS-VC-INICIAL       TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX     TO WS-LC-INICIAL
               MOVE WS-DC-AUX           TO WS-LC-DC-INICIAL
               MOVE WS-VC-DEBITOS       TO WS-LC-DEBITOS
               MOVE WS-VC-CREDITOS      TO WS-LC-CREDITOS
               MOVE WS-VC-ENCERRAMENTO  TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX     TO WS-LC-ENCERRAMENTO
               MOVE WS-DC-AUX           TO WS-LC-DC-ENCERR
               MOVE WS-VC-FINAL         TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX     TO WS-LC-FINAL
               MOVE WS-DC-AUX           TO WS-LC-DC-FINAL
               MOVE WS-LINHA-CONTA      TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               ADD 1 TO WS-QTD-CONTAS-GRUPO
               ADD WS-VC-INICIAL       TO WS-SUB-INICIAL
               ADD WS-VC-FINAL         TO WS-SUB-FINAL
               ADD WS-VC-DEBITOS       TO WS-TOT-DEBITOS
               ADD WS-VC-CREDITOS      TO WS-TOT-CREDITOS
               ADD WS-VC-ENCERRAMENTO  TO WS-TOT-ENCERRAMENTO
               IF WS-VC-FINAL > ZEROS
                   ADD WS-VC-FINAL TO WS-TOT-DEVEDORES
               ELSE
                   SUBTRACT WS-VC-FINAL FROM WS-TOT-CREDORES
               END-IF
               MOVE WS-CHV-CONTA TO WS-CONTA-QUEBRA
               IF WS-CONTA-GRUPO = 4
                   SUBTRACT WS-VC-FINAL FROM WS-TOT-RESULTADO
               END-IF
           END-IF
           .

       P520-CONTA-DA-EMPRESA.
      *>   LINHA DA COMPETENCIA; SEM MOVIMENTO NO MES, O SALDO E O
      *>   FINAL DA ULTIMA LINHA ANTERIOR (INICIAL = FINAL).
           MOVE WS-DATA-COMP TO WS-CHV-DATA
           PERFORM P310-ULTIMA-MENSAL
           IF WS-RZ-ANTERIOR > ZEROS
               IF WS-RZ-DATA(WS-RZ-ANTERIOR) = WS-DATA-COMP
                   ADD WS-RZ-SALDO-INICIAL(WS-RZ-ANTERIOR)
                       TO WS-VC-INICIAL
                   ADD WS-RZ-DEBITOS(WS-RZ-ANTERIOR)
                       TO WS-VC-DEBITOS
                   ADD WS-RZ-CREDITOS(WS-RZ-ANTERIOR)
                       TO WS-VC-CREDITOS
                   ADD WS-RZ-ENCERRAMENTO(WS-RZ-ANTERIOR)
                       TO WS-VC-ENCERRAMENTO
               ELSE
                   ADD WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR)
                       TO WS-VC-INICIAL
               END-IF
               ADD WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR) TO WS-VC-FINAL
           END-IF

      *>   RESULTADO DO ANO ANTERIOR AINDA NA CONTA = EXERCICIO NAO
      *>   ENCERRADO.
           MOVE WS-CHV-CONTA TO WS-CONTA-QUEBRA
           IF WS-CONTA-GRUPO = 4 AND NOT EXERCICIO-ABERTO
               MOVE WS-DATA-DEZ-ANT TO WS-CHV-DATA
               PERFORM P310-ULTIMA-MENSAL
               IF WS-RZ-ANTERIOR > ZEROS
                   IF WS-RZ-SALDO-FINAL(WS-RZ-ANTERIOR) NOT = ZEROS
                       SET EXERCICIO-ABERTO TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P540-SUBTOTAL-GRUPO.
           IF WS-QTD-CONTAS-GRUPO > ZEROS
               MOVE WS-SUB-INICIAL TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               MOVE WS-SALDO-ED-AUX TO WS-LC-INICIAL
               MOVE WS-DC-AUX       TO WS-LC-DC-INICIAL
               MOVE WS-SUB-FINAL TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               EVALUATE WS-GRUPO-ATUAL
                   WHEN 1
                       MOVE "SUBTOTAL ATIVO" TO WS-NOME-CONTA
                   WHEN 2
                       MOVE "SUBTOTAL PASSIVO" TO WS-NOME-CONTA
                   WHEN 4
                       MOVE "SUBTOTAL RESULTADO" TO WS-NOME-CONTA
                   WHEN 6
                       MOVE "SUBTOTAL PATRIMONIO LIQ." TO WS-NOME-CONTA
                   WHEN 9
                       MOVE "SUBTOTAL COMPENSACAO" TO WS-NOME-CONTA
                   WHEN OTHER
                       MOVE "SUBTOTAL OUTRAS CONTAS" TO WS-NOME-CONTA
               END-EVALUATE
               STRING "      " WS-NOME-CONTA(1:24) " "
                      WS-LC-INICIAL " " WS-LC-DC-INICIAL
                      "                                        "
                      "                    "
                      WS-SALDO-ED-AUX " " WS-DC-AUX
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               PERFORM P590-ESCREVE-LINHA
           END-IF
           MOVE ZEROS TO WS-SUB-INICIAL
           MOVE ZEROS TO WS-SUB-FINAL
           MOVE ZEROS TO WS-QTD-CONTAS-GRUPO
           .

       P550-TOTAIS-E-PROVA.
           MOVE WS-TOT-DEBITOS  TO WS-VALOR-ED
           MOVE WS-TOT-CREDITOS TO WS-VALOR-ED2
           STRING "TOTAL DE DEBITOS DO MES.: " WS-VALOR-ED
                  "   TOTAL DE CREDITOS DO MES: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-DEVEDORES TO WS-VALOR-ED
           MOVE WS-TOT-CREDORES  TO WS-VALOR-ED2
           STRING "SALDOS DEVEDORES........: " WS-VALOR-ED
                  "   SALDOS CREDORES.........: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-TOT-RESULTADO TO WS-SALDO-AUX
           PERFORM P580-EDITA-SALDO
           IF WS-TOT-RESULTADO < ZEROS
               STRING "RESULTADO DO EXERCICIO ATE A COMPETENCIA: "
                      WS-SALDO-ED-AUX " (PREJUIZO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           ELSE
               STRING "RESULTADO DO EXERCICIO ATE A COMPETENCIA: "
                      WS-SALDO-ED-AUX " (LUCRO)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           IF EXERCICIO-ABERTO
               STRING "*** AVISO: EXERCICIO " WS-ANO-ANTERIOR
                      " NAO ENCERRADO - CONTAS DE RESULTADO AINDA "
                      "TRAZEM SALDO DO ANO ANTERIOR (encerra) ***"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF

           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
               SET BALANCETE-DESBALANCEADO TO TRUE
               MOVE "*** DEBITOS DO MES DIFEREM DOS CREDITOS ***"
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           IF WS-TOT-ENCERRAMENTO NOT = ZEROS
               SET BALANCETE-DESBALANCEADO TO TRUE
               MOVE "*** ENCERRAMENTO NAO SOMA ZERO ***"
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           COMPUTE WS-DIFERENCA = WS-TOT-DEVEDORES - WS-TOT-CREDORES
           IF WS-DIFERENCA = ZEROS
               MOVE "BALANCETE FECHA: SALDOS DEVEDORES = CREDORES."
                   TO WS-LINHA-EDIT
           ELSE
               SET BALANCETE-DESBALANCEADO TO TRUE
               MOVE WS-DIFERENCA TO WS-SALDO-AUX
               PERFORM P580-EDITA-SALDO
               STRING "*** BALANCETE NAO FECHA - DIFERENCA: "
                      WS-SALDO-ED-AUX " " WS-DC-AUX " ***"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           .

       P580-EDITA-SALDO.
      *>   SALDO DEVEDOR-POSITIVO EM VALOR ABSOLUTO COM D OU C.
           IF WS-SALDO-AUX < ZEROS
               COMPUTE WS-SALDO-ED-AUX = ZEROS - WS-SALDO-AUX
               MOVE "C" TO WS-DC-AUX
           ELSE
               MOVE WS-SALDO-AUX TO WS-SALDO-ED-AUX
               IF WS-SALDO-AUX > ZEROS
                   MOVE "D" TO WS-DC-AUX
               ELSE
                   MOVE SPACE TO WS-DC-AUX
               END-IF
           END-IF
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       END PROGRAM balancete.
