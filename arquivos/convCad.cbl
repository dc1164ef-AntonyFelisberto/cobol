      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll-deduction employer (convenente) register
      *          maintenance - the employers that signed the
      *          consignado agreement, with the payroll cut-off day
      *          and the margin rule (share of the employee's income
      *          the consignado parcelas may take). Intake grants a
      *          consignado product only to employees of an active
      *          convenente within that margin, and the monthly
      *          deduction file (consGera) is cut per convenente on
      *          its cut-off day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CNV-FILE ASSIGN TO "CONVENIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNV-FILE.
           COPY CNVFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-CNV-STATUS       PIC XX.
           03  WS-CNV-EOF          PIC X.
               88  FIM-CONVENIOS      VALUE "S".
           03  WS-CNV-IDX          PIC 9(03).
           03  WS-CNV-ACHADO       PIC 9(03).
           03  WS-CNV-REG          PIC 9(03).
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).

       01  WS-QTD-CONVENIOS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONVENIOS.
           03  WS-CNV-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CONVENIOS.
               05  WS-CNV-CODIGO   PIC 9(04).
               05  WS-CNV-NOME     PIC X(20).
               05  WS-CNV-CNPJ     PIC 9(14).
               05  WS-CNV-CORTE    PIC 99.
               05  WS-CNV-MARGEM   PIC 9(03).
               05  WS-CNV-SIT      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-CARREGA-CONVENIOS

           DISPLAY "=============================================="
           DISPLAY "     CADASTRO DE CONVENENTES (CONSIGNADO)"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR"
           DISPLAY "2 - ALTERAR"
           DISPLAY "3 - INATIVAR/REATIVAR"
           DISPLAY "4 - LISTAR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-INCLUIR THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-ALTERAR THRU P300-SAIDA
               WHEN 3
                   PERFORM P400-INATIVA-REATIVA THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P800-REGRAVA-CONVENIOS
           GOBACK.

       P100-CARREGA-CONVENIOS.
           MOVE "N" TO WS-CNV-EOF
           OPEN INPUT CNV-FILE
           IF WS-CNV-STATUS = "00"
               PERFORM P110-LE-CONVENIO
               PERFORM UNTIL FIM-CONVENIOS
                       OR WS-QTD-CONVENIOS = 200
                   ADD 1 TO WS-QTD-CONVENIOS
                   MOVE CNV-CODIGO
                       TO WS-CNV-CODIGO(WS-QTD-CONVENIOS)
                   MOVE CNV-NOME
                       TO WS-CNV-NOME(WS-QTD-CONVENIOS)
                   MOVE CNV-CNPJ
                       TO WS-CNV-CNPJ(WS-QTD-CONVENIOS)
                   MOVE CNV-DIA-CORTE
                       TO WS-CNV-CORTE(WS-QTD-CONVENIOS)
                   MOVE CNV-PCT-MARGEM
                       TO WS-CNV-MARGEM(WS-QTD-CONVENIOS)
                   MOVE CNV-SITUACAO
                       TO WS-CNV-SIT(WS-QTD-CONVENIOS)
                   PERFORM P110-LE-CONVENIO
               END-PERFORM
               CLOSE CNV-FILE
           END-IF
           .

       P110-LE-CONVENIO.
           READ CNV-FILE
               AT END SET FIM-CONVENIOS TO TRUE
           END-READ
           .

       P150-BUSCA-CONVENIO.
           MOVE ZEROS TO WS-CNV-ACHADO
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               IF WS-CNV-CODIGO(WS-CNV-IDX) = WS-CODIGO
                   MOVE WS-CNV-IDX TO WS-CNV-ACHADO
               END-IF
           END-PERFORM
           .

       P200-INCLUIR.
           DISPLAY "CODIGO DO CONVENENTE (0001-9999): "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CONVENIO
           IF WS-CNV-ACHADO > ZEROS
               DISPLAY "CONVENENTE JA CADASTRADO: "
                       WS-CNV-NOME(WS-CNV-ACHADO)
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-CONVENIOS = 200
               DISPLAY "CADASTRO DE CONVENENTES CHEIO."
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-CONVENIOS
           MOVE WS-CODIGO TO WS-CNV-CODIGO(WS-QTD-CONVENIOS)
      *>   O NOME E O ELO COM O CLIENTE: TEM DE SER DIGITADO COMO O
      *>   EMPREGADOR VEM NO CADASTRO DO CLIENTE.
           DISPLAY "NOME DO EMPREGADOR (COMO NO CADASTRO DO "
                   "CLIENTE): "
           ACCEPT WS-CNV-NOME(WS-QTD-CONVENIOS)
           DISPLAY "CNPJ (14 DIGITOS): "
           ACCEPT WS-CNV-CNPJ(WS-QTD-CONVENIOS)
           MOVE WS-QTD-CONVENIOS TO WS-CNV-REG
           PERFORM P250-ACEITA-REGRAS
           MOVE "A" TO WS-CNV-SIT(WS-QTD-CONVENIOS)
           DISPLAY "CONVENENTE INCLUIDO COM SUCESSO."
           .
       P200-SAIDA.
           EXIT.

       P250-ACEITA-REGRAS.
           DISPLAY "DIA DE CORTE DA FOLHA (1 A 28): "
           ACCEPT WS-CNV-CORTE(WS-CNV-REG)
           PERFORM UNTIL WS-CNV-CORTE(WS-CNV-REG) >= 1
                     AND WS-CNV-CORTE(WS-CNV-REG) <= 28
               DISPLAY "DIA INVALIDO. INFORME DE 1 A 28: "
               ACCEPT WS-CNV-CORTE(WS-CNV-REG)
           END-PERFORM
           DISPLAY "MARGEM CONSIGNAVEL EM % DA RENDA (1 A 100): "
           ACCEPT WS-CNV-MARGEM(WS-CNV-REG)
           PERFORM UNTIL WS-CNV-MARGEM(WS-CNV-REG) >= 1
                     AND WS-CNV-MARGEM(WS-CNV-REG) <= 100
               DISPLAY "MARGEM INVALIDA. INFORME DE 1 A 100: "
               ACCEPT WS-CNV-MARGEM(WS-CNV-REG)
           END-PERFORM
           .

       P300-ALTERAR.
           DISPLAY "CODIGO DO CONVENENTE: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CONVENIO
           IF WS-CNV-ACHADO = ZEROS
               DISPLAY "CONVENENTE NAO ENCONTRADO: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NOME ATUAL: " WS-CNV-NOME(WS-CNV-ACHADO)
           DISPLAY "NOVO NOME: "
           ACCEPT WS-CNV-NOME(WS-CNV-ACHADO)
           DISPLAY "CNPJ ATUAL: " WS-CNV-CNPJ(WS-CNV-ACHADO)
           DISPLAY "NOVO CNPJ: "
           ACCEPT WS-CNV-CNPJ(WS-CNV-ACHADO)
           DISPLAY "DIA DE CORTE ATUAL: " WS-CNV-CORTE(WS-CNV-ACHADO)
           DISPLAY "MARGEM ATUAL: " WS-CNV-MARGEM(WS-CNV-ACHADO) "%"
           MOVE WS-CNV-ACHADO TO WS-CNV-REG
           PERFORM P250-ACEITA-REGRAS
           DISPLAY "CONVENENTE ALTERADO COM SUCESSO."
           .
       P300-SAIDA.
           EXIT.

       P400-INATIVA-REATIVA.
           DISPLAY "CODIGO DO CONVENENTE: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CONVENIO
           IF WS-CNV-ACHADO = ZEROS
               DISPLAY "CONVENENTE NAO ENCONTRADO: " WS-CODIGO
               GO TO P400-SAIDA
           END-IF
           IF WS-CNV-SIT(WS-CNV-ACHADO) = "I"
               MOVE "A" TO WS-CNV-SIT(WS-CNV-ACHADO)
               DISPLAY "CONVENENTE REATIVADO."
           ELSE
               MOVE "I" TO WS-CNV-SIT(WS-CNV-ACHADO)
               DISPLAY "CONVENENTE INATIVADO - SEM NOVOS CONSIGNADOS "
                       "NEM ARQUIVO DE DESCONTO."
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P500-LISTAR.
           DISPLAY "CODIGO NOME                 CNPJ           "
                   "CORTE MARGEM SIT"
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               DISPLAY WS-CNV-CODIGO(WS-CNV-IDX) "   "
                       WS-CNV-NOME(WS-CNV-IDX) " "
                       WS-CNV-CNPJ(WS-CNV-IDX) " "
                       WS-CNV-CORTE(WS-CNV-IDX) "    "
                       WS-CNV-MARGEM(WS-CNV-IDX) "%   "
                       WS-CNV-SIT(WS-CNV-IDX)
           END-PERFORM
           DISPLAY "TOTAL DE CONVENENTES: " WS-QTD-CONVENIOS
           .

       P800-REGRAVA-CONVENIOS.
           OPEN OUTPUT CNV-FILE
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               MOVE WS-CNV-CODIGO(WS-CNV-IDX)  TO CNV-CODIGO
               MOVE WS-CNV-NOME(WS-CNV-IDX)    TO CNV-NOME
               MOVE WS-CNV-CNPJ(WS-CNV-IDX)    TO CNV-CNPJ
               MOVE WS-CNV-CORTE(WS-CNV-IDX)   TO CNV-DIA-CORTE
               MOVE WS-CNV-MARGEM(WS-CNV-IDX)  TO CNV-PCT-MARGEM
               MOVE WS-CNV-SIT(WS-CNV-IDX)     TO CNV-SITUACAO
               WRITE CNV-REGISTRO
           END-PERFORM
           CLOSE CNV-FILE
           .

       END PROGRAM convCad.
