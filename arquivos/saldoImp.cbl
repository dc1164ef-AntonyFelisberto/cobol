      ******************************************************************
      * Author:
      * Date:
      * Purpose: Opening balances of the company ledger (razao) - for
      *          one company, keys the balance of each PLACTB.cpy
      *          account at the start of a competencia (value and D/C)
      *          and writes them as that company's first month rows in
      *          SALDOCTB.DAT, from which the nightly razao rolls the
      *          balances forward. The balances are only written when
      *          debits equal credits and the operator confirms, and
      *          only while the company has no movement in the ledger
      *          yet - a second implantation replaces the first.
      *          Stamps the operator and the date on every row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saldoImp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RZS-FILE ASSIGN TO "SALDOCTB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RZS-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RZS-FILE.
           COPY RZSFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY EMPLK.
           COPY PLACTB.
           COPY RZSTAB.

       01  WS-VARIAVEIS.
           03  WS-RZS-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-RZS-EOF          PIC X.
               88  FIM-RAZAO          VALUE "S".
           03  WS-TRANSB-SW        PIC X VALUE "N".
               88  RAZAO-TRANSBORDOU  VALUE "S".
           03  WS-CONFIRMA         PIC X VALUE "N".
               88  CONFIRMA-IMPLANTACAO VALUE "S".
           03  WS-EMPRESA          PIC 9(02).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-ANO     PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-RZ-IDX           PIC 9(05).
           03  WS-ENT-IDX          PIC 9(02).
           03  WS-QTD-MOVIMENTO    PIC 9(05).
           03  WS-QTD-SUBSTITUIDAS PIC 9(05).
           03  WS-CONTA            PIC 9(05).
           03  WS-VALOR            PIC 9(12)V99.
           03  WS-LADO             PIC X(01).
           03  WS-TOTAL-DEVEDOR    PIC 9(13)V99.
           03  WS-TOTAL-CREDOR     PIC 9(13)V99.
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>   SALDOS DIGITADOS - UM POR CONTA DO PLANO (A CONTA REPETIDA
      *>   SUBSTITUI O VALOR ANTERIOR).
       01  WS-QTD-ENTRADAS         PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-ENTRADAS.
           03  WS-ENT-ITEM OCCURS 20 TIMES.
               05  WS-ENT-CONTA    PIC 9(05).
               05  WS-ENT-SALDO    PIC S9(12)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE ZEROS TO WS-QTD-RZS
           MOVE ZEROS TO WS-QTD-ENTRADAS
           MOVE "N" TO WS-TRANSB-SW

           DISPLAY "=============================================="
           DISPLAY "   IMPLANTACAO DE SALDOS DO RAZAO CONTABIL"
           DISPLAY "=============================================="
           PERFORM P050-EMPRESA-DA-IMPLANTACAO
           IF WS-EMPRESA = ZEROS
               GOBACK
           END-IF

           PERFORM P100-CARREGA-RAZAO
           IF RAZAO-TRANSBORDOU
               DISPLAY "SALDOCTB.DAT EXCEDE A CAPACIDADE DE TRABALHO "
                       "- NADA FEITO."
               GOBACK
           END-IF

           PERFORM P200-IMPLANTA THRU P200-SAIDA
           GOBACK.

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

       P050-EMPRESA-DA-IMPLANTACAO.
      *>   OS SALDOS SAO DE UMA EMPRESA: A DA SESSAO, OU A PEDIDA
      *>   QUANDO A SESSAO E CONSOLIDADA E HA MAIS DE UMA ATIVA.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE "P" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-EMPRESA
           IF WS-EMPRESA = ZEROS
               DISPLAY "EMPRESA NAO INFORMADA - NADA FEITO."
           ELSE
               DISPLAY "EMPRESA: " WS-EMPRESA " - " EMU-NOME
           END-IF
           .

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

       P200-IMPLANTA.
      *>   COM MOVIMENTO NO RAZAO O SALDO DE ABERTURA JA FOI USADO -
      *>   CORRECAO A PARTIR DAI E POR LANCAMENTO (lancMan).
           MOVE ZEROS TO WS-QTD-MOVIMENTO
           MOVE ZEROS TO WS-QTD-SUBSTITUIDAS
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-EMPRESA(WS-RZ-IDX) = WS-EMPRESA
                   IF WS-RZ-TIPO(WS-RZ-IDX) = "D"
                      OR WS-RZ-TIPO(WS-RZ-IDX) = "E"
                      OR (WS-RZ-TIPO(WS-RZ-IDX) = "M"
                          AND (WS-RZ-DEBITOS(WS-RZ-IDX) NOT = ZEROS
                           OR WS-RZ-CREDITOS(WS-RZ-IDX) NOT = ZEROS
                           OR WS-RZ-ENCERRAMENTO(WS-RZ-IDX)
                              NOT = ZEROS))
                       ADD 1 TO WS-QTD-MOVIMENTO
                   END-IF
                   IF WS-RZ-TIPO(WS-RZ-IDX) = "M"
                       ADD 1 TO WS-QTD-SUBSTITUIDAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-MOVIMENTO > ZEROS
               DISPLAY "EMPRESA " WS-EMPRESA " JA TEM MOVIMENTO NO "
                       "RAZAO - SALDOS DE ABERTURA NAO PODEM MAIS SER "
                       "ALTERADOS."
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-SUBSTITUIDAS > ZEROS
               DISPLAY "AVISO: A EMPRESA JA TEM " WS-QTD-SUBSTITUIDAS
                       " SALDO(S) IMPLANTADO(S) - SERAO SUBSTITUIDOS."
           END-IF

           DISPLAY "COMPETENCIA DE ABERTURA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM

           DISPLAY "INFORME OS SALDOS NO INICIO DA COMPETENCIA "
                   "(CONTA 0 = FIM)."
           MOVE 1 TO WS-CONTA
           PERFORM P210-DIGITA-SALDO THRU P210-SAIDA
               UNTIL WS-CONTA = ZEROS
           IF WS-QTD-ENTRADAS = ZEROS
               DISPLAY "NENHUM SALDO INFORMADO - NADA FEITO."
               GO TO P200-SAIDA
           END-IF

           MOVE ZEROS TO WS-TOTAL-DEVEDOR
           MOVE ZEROS TO WS-TOTAL-CREDOR
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
               IF WS-ENT-SALDO(WS-ENT-IDX) > ZEROS
                   ADD WS-ENT-SALDO(WS-ENT-IDX) TO WS-TOTAL-DEVEDOR
               ELSE
                   SUBTRACT WS-ENT-SALDO(WS-ENT-IDX)
                       FROM WS-TOTAL-CREDOR
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-DEVEDOR TO WS-VALOR-ED
           MOVE WS-TOTAL-CREDOR  TO WS-VALOR-ED2
           DISPLAY "SALDOS DEVEDORES: " WS-VALOR-ED
           DISPLAY "SALDOS CREDORES.: " WS-VALOR-ED2
           IF WS-TOTAL-DEVEDOR NOT = WS-TOTAL-CREDOR
               DISPLAY "SALDOS DEVEDORES DIFEREM DOS CREDORES - "
                       "IMPLANTACAO NAO GRAVADA."
               GO TO P200-SAIDA
           END-IF

           DISPLAY "CONFIRMA A IMPLANTACAO DOS SALDOS? (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-IMPLANTACAO
               DISPLAY "IMPLANTACAO CANCELADA."
               GO TO P200-SAIDA
           END-IF

           PERFORM P300-GRAVA-IMPLANTACAO
           DISPLAY WS-QTD-ENTRADAS " SALDO(S) IMPLANTADO(S) PARA A "
                   "EMPRESA " WS-EMPRESA " EM " WS-COMPETENCIA "."
           .
       P200-SAIDA.
           EXIT.

       P210-DIGITA-SALDO.
           DISPLAY "CONTA (0 = FIM): "
           ACCEPT WS-CONTA
           IF WS-CONTA = ZEROS
               GO TO P210-SAIDA
           END-IF
           SET WS-PLA-IDX TO 1
           SEARCH WS-PLA-ITEM
               AT END
                   DISPLAY "CONTA " WS-CONTA " NAO EXISTE NO PLANO."
                   GO TO P210-SAIDA
               WHEN WS-PLA-CONTA(WS-PLA-IDX) = WS-CONTA
                   DISPLAY WS-PLA-NOME(WS-PLA-IDX)
           END-SEARCH
           DISPLAY "SALDO (SEM SINAL): "
           ACCEPT WS-VALOR
           DISPLAY "NATUREZA DO SALDO (D = DEVEDOR, C = CREDOR): "
           ACCEPT WS-LADO
           IF WS-LADO NOT = "D" AND WS-LADO NOT = "C"
               DISPLAY "NATUREZA INVALIDA - SALDO NAO REGISTRADO."
               GO TO P210-SAIDA
           END-IF

           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
                      OR WS-ENT-CONTA(WS-ENT-IDX) = WS-CONTA
               CONTINUE
           END-PERFORM
           IF WS-ENT-IDX > WS-QTD-ENTRADAS
               ADD 1 TO WS-QTD-ENTRADAS
               MOVE WS-CONTA TO WS-ENT-CONTA(WS-ENT-IDX)
           END-IF
           IF WS-LADO = "D"
               MOVE WS-VALOR TO WS-ENT-SALDO(WS-ENT-IDX)
           ELSE
               COMPUTE WS-ENT-SALDO(WS-ENT-IDX) = ZEROS - WS-VALOR
           END-IF
           .
       P210-SAIDA.
           EXIT.

       P300-GRAVA-IMPLANTACAO.
      *>   AS LINHAS MENSAIS DA EMPRESA (SO SALDO, SEM MOVIMENTO) DAO
      *>   LUGAR AOS SALDOS NOVOS; AS DEMAIS EMPRESAS FICAM COMO ESTAO.
           OPEN OUTPUT RZS-FILE
           PERFORM VARYING WS-RZ-IDX FROM 1 BY 1
                   UNTIL WS-RZ-IDX > WS-QTD-RZS
               IF WS-RZ-EMPRESA(WS-RZ-IDX) NOT = WS-EMPRESA
                  OR WS-RZ-TIPO(WS-RZ-IDX) NOT = "M"
                   MOVE WS-RZ-ITEM(WS-RZ-IDX) TO RZS-REGISTRO
                   WRITE RZS-REGISTRO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-QTD-ENTRADAS
               INITIALIZE RZS-REGISTRO
               MOVE "M"            TO RZS-TIPO
               MOVE WS-EMPRESA     TO RZS-EMPRESA
               MOVE WS-ENT-CONTA(WS-ENT-IDX) TO RZS-CONTA
               COMPUTE RZS-DATA = WS-COMPETENCIA * 100
               MOVE WS-ENT-SALDO(WS-ENT-IDX) TO RZS-SALDO-INICIAL
               MOVE WS-ENT-SALDO(WS-ENT-IDX) TO RZS-SALDO-FINAL
               MOVE WS-DATA-HOJE   TO RZS-DT-ATUALIZACAO
               MOVE WS-OPERADOR    TO RZS-OPERADOR
               WRITE RZS-REGISTRO
           END-PERFORM
           CLOSE RZS-FILE
           .

       END PROGRAM saldoImp.
