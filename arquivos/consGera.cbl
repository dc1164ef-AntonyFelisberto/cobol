      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly payroll-deduction file generation - for the
      *          informed competencia, writes to CONSIG.DAT one batch
      *          per active convenente (CONVENIO.DAT) listing every
      *          still-unpaid parcela of its employees' consignado
      *          contracts falling due between the day after the
      *          previous month's payroll cut-off and this month's
      *          cut-off, in the layout of CSGFD.cpy with header and
      *          control-total trailer per batch, the same discipline
      *          as debGera/remessa. Which contracts and parcelas go
      *          to payroll is decided by consigUtil - the same answer
      *          remessa gets, so a parcela is deducted or sent by
      *          boleto, never both. Contracts of a deceased client
      *          (obito) or under a collections hold (cobHold) are
      *          skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consGera.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT CNV-FILE ASSIGN TO "CONVENIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNV-STATUS.

               SELECT CSG-FILE ASSIGN TO "CONSIG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSG-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  CNV-FILE.
           COPY CNVFD.

       FD  CSG-FILE.
           COPY CSGFD.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-CNV-STATUS       PIC XX.
           03  WS-CSG-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-CNV-EOF          PIC X VALUE "N".
               88  FIM-CONVENIOS      VALUE "S".
           03  WS-IND              PIC 999.
           03  WS-IDX              PIC 9(03).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-CONVENIO-CTR     PIC 9(04).
           03  WS-COBRANCA         PIC X(01).
               88  COBRANCA-EM-FOLHA  VALUE "F".
           03  WS-PARCELA-ZERO     PIC 999 VALUE ZEROS.
           03  WS-CPF-CLIENTE      PIC 9(14).
           03  WS-PRIMEIRA-ABERTA  PIC 999.
           03  WS-VALOR-PENDENTE   PIC 9(06)V99.
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-CP-AAAA      PIC 9(4).
               05  WS-CP-MM        PIC 9(2).
           03  WS-COMP-ANTERIOR    PIC 9(6).
           03  WS-PERIODO-INICIO   PIC 9(8).
           03  WS-PERIODO-FIM      PIC 9(8).
           03  WS-DATA-VENCIMENTO  PIC 9(8).
           03  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-QTD-LOTE         PIC 9(06).
           03  WS-VALOR-LOTE       PIC 9(12)V99.
           03  WS-QTD-GERADOS      PIC 9(06) VALUE ZEROS.
           03  WS-VALOR-GERADO     PIC 9(12)V99 VALUE ZEROS.
           03  WS-QTD-CONTRATOS    PIC 9(06) VALUE ZEROS.
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

       01  WS-QTD-CONVENIOS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONVENIOS.
           03  WS-CNV-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CONVENIOS.
               05  WS-CNV-CODIGO   PIC 9(04).
               05  WS-CNV-NOME     PIC X(20).
               05  WS-CNV-CNPJ     PIC 9(14).
               05  WS-CNV-CORTE    PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P050-CARREGA-CONVENIOS
           IF WS-QTD-CONVENIOS = ZEROS
               DISPLAY "NENHUM CONVENENTE ATIVO - ARQUIVO DE "
                       "DESCONTO NAO GERADO."
               GOBACK
           END-IF

           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-CP-MM >= 1 AND WS-CP-MM <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM
           IF WS-CP-MM = 1
               COMPUTE WS-COMP-ANTERIOR = (WS-CP-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF

           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           OPEN INPUT CAD-FILE
           OPEN OUTPUT CSG-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONVENIOS
               PERFORM P200-GERA-LOTE-CONVENIO
           END-PERFORM

           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE CSG-FILE
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "=============================================="
           DISPLAY "ARQUIVO DE DESCONTO EM FOLHA - COMPETENCIA "
                   WS-COMPETENCIA
           DISPLAY "CONVENENTES NO ARQUIVO: " WS-QTD-CONVENIOS
           DISPLAY "PARCELAS NO ARQUIVO...: " WS-QTD-GERADOS
           DISPLAY "VALOR TOTAL...........: " WS-VALOR-GERADO
           DISPLAY "=============================================="
           GOBACK.

       P050-CARREGA-CONVENIOS.
           MOVE "N" TO WS-CNV-EOF
           OPEN INPUT CNV-FILE
           IF WS-CNV-STATUS = "00"
               PERFORM P055-LE-CONVENIO
               PERFORM UNTIL FIM-CONVENIOS
                       OR WS-QTD-CONVENIOS = 200
                   IF CNV-ATIVO
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CNV-CODIGO
                           TO WS-CNV-CODIGO(WS-QTD-CONVENIOS)
                       MOVE CNV-NOME
                           TO WS-CNV-NOME(WS-QTD-CONVENIOS)
                       MOVE CNV-CNPJ
                           TO WS-CNV-CNPJ(WS-QTD-CONVENIOS)
                       MOVE CNV-DIA-CORTE
                           TO WS-CNV-CORTE(WS-QTD-CONVENIOS)
                   END-IF
                   PERFORM P055-LE-CONVENIO
               END-PERFORM
               CLOSE CNV-FILE
           END-IF
           .

       P055-LE-CONVENIO.
           READ CNV-FILE
               AT END SET FIM-CONVENIOS TO TRUE
           END-READ
           .

       P200-GERA-LOTE-CONVENIO.
      *>   JANELA DO CONVENENTE: DO DIA SEGUINTE AO CORTE DO MES
      *>   ANTERIOR ATE O CORTE DESTE MES (CORTE VAI DE 1 A 28).
           COMPUTE WS-PERIODO-INICIO =
                   WS-COMP-ANTERIOR * 100 + WS-CNV-CORTE(WS-IDX) + 1
           COMPUTE WS-PERIODO-FIM =
                   WS-COMPETENCIA * 100 + WS-CNV-CORTE(WS-IDX)
           MOVE ZEROS TO WS-QTD-LOTE
           MOVE ZEROS TO WS-VALOR-LOTE

           MOVE "H"                   TO CSG-TIPO
           MOVE WS-CNV-CODIGO(WS-IDX) TO CSG-CONVENIO
           MOVE SPACES                TO CSG-DETALHE
           MOVE WS-CNV-CNPJ(WS-IDX)   TO CSG-CNPJ
           MOVE WS-COMPETENCIA        TO CSG-COMPETENCIA
           ACCEPT CSG-DT-GERACAO FROM DATE YYYYMMDD
           WRITE CSG-REGISTRO

           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P300-PROCESSA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           MOVE "00" TO WS-FIN-STATUS

           MOVE "T"                   TO CSG-TIPO
           MOVE WS-CNV-CODIGO(WS-IDX) TO CSG-CONVENIO
           MOVE SPACES                TO CSG-DETALHE
           MOVE WS-QTD-LOTE           TO CSG-QTD-REGISTROS
           MOVE WS-VALOR-LOTE         TO CSG-VALOR-TOTAL
           WRITE CSG-REGISTRO

           DISPLAY "CONVENENTE " WS-CNV-CODIGO(WS-IDX) " "
                   WS-CNV-NOME(WS-IDX) " - " WS-QTD-LOTE
                   " PARCELAS DE " WS-PERIODO-INICIO " A "
                   WS-PERIODO-FIM
           .

       P300-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-ATIVO
                       CALL "consigUtil" USING FIN-CONTRATO
                                               WS-PARCELA-ZERO
                                               WS-CONVENIO-CTR
                                               WS-COBRANCA
                       IF WS-CONVENIO-CTR = WS-CNV-CODIGO(WS-IDX)
                          AND COBRANCA-EM-FOLHA
                           PERFORM P310-VERIFICA-SUSPENSAO
                       END-IF
                   END-IF
           END-READ
           .

       P310-VERIFICA-SUSPENSAO.
      *>   CLIENTE FALECIDO (obito.cbl) OU SOB BLOQUEIO DE COBRANCA
      *>   EM VIGOR (cobHold): NADA VAI PARA A FOLHA.
           CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
           CALL "holdUtil" USING FIN-CONTRATO FIN-COD-CLIENTE
                                 WS-MOTIVO-BLOQUEIO
           IF WS-DT-OBITO = ZEROS AND WS-MOTIVO-BLOQUEIO = SPACES
               ADD 1 TO WS-QTD-CONTRATOS
               PERFORM P400-EXTRAI-PARCELAS
           END-IF
           .

       P400-EXTRAI-PARCELAS.
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ

           MOVE ZEROS TO WS-CPF-CLIENTE
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               NOT INVALID KEY
                   MOVE CAD-CPF-CNPJ TO WS-CPF-CLIENTE
           END-READ

           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA

           COMPUTE WS-PRIMEIRA-ABERTA = WS-PAG-ULT-PARCELA-PAGA + 1
           PERFORM VARYING WS-IND FROM WS-PRIMEIRA-ABERTA BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               PERFORM P410-EXTRAI-UMA-PARCELA
           END-PERFORM
           .

       P410-EXTRAI-UMA-PARCELA.
           COMPUTE WS-MES-TOTAL = WS-CD-MM + WS-IND
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           IF WS-DATA-VENCIMENTO >= WS-PERIODO-INICIO
              AND WS-DATA-VENCIMENTO <= WS-PERIODO-FIM
      *>       PARCELA DEVOLVIDA PELO EMPREGADOR VAI PELO BOLETO.
               CALL "consigUtil" USING FIN-CONTRATO WS-IND
                                       WS-CONVENIO-CTR WS-COBRANCA
               IF COBRANCA-EM-FOLHA
                   PERFORM P420-GRAVA-DESCONTO
               END-IF
           END-IF
           .

       P420-GRAVA-DESCONTO.
           MOVE FIN-PARCELAS(WS-IND) TO WS-VALOR-PENDENTE
           IF WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                   FROM WS-VALOR-PENDENTE
           END-IF

           MOVE "D"                   TO CSG-TIPO
           MOVE WS-CNV-CODIGO(WS-IDX) TO CSG-CONVENIO
           MOVE FIN-CONTRATO          TO CSG-CONTRATO
           MOVE WS-IND                TO CSG-PARCELA
           MOVE FIN-COD-CLIENTE       TO CSG-COD-CLIENTE
           MOVE WS-CPF-CLIENTE        TO CSG-CPF
           MOVE WS-DATA-VENCIMENTO    TO CSG-DT-VENCIMENTO
           MOVE WS-VALOR-PENDENTE     TO CSG-VALOR
           WRITE CSG-REGISTRO

           ADD 1                  TO WS-QTD-LOTE
           ADD WS-VALOR-PENDENTE  TO WS-VALOR-LOTE
           ADD 1                  TO WS-QTD-GERADOS
           ADD WS-VALOR-PENDENTE  TO WS-VALOR-GERADO
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "CONSGERA"       TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-QTD-CONTRATOS TO BAT-LIDOS
           MOVE WS-QTD-GERADOS   TO BAT-PROCESSADOS
           MOVE ZEROS            TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM consGera.
