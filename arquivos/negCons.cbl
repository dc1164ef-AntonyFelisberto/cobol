      ******************************************************************
      * Author:
      * Date:
      * Purpose: Negativacao inquiry - for a contract, or for every
      *          contract of a CPF/CNPJ, lists the cases on the
      *          negativacao register NEGATIV.DAT (NGBFD.cpy, kept by
      *          negBureau): when the prior notice went out, when the
      *          client was included in the bureau and in which
      *          remessa, when the debt was settled and when and in
      *          which remessa the removal was sent - what a dispute
      *          or a complaint about the bureau entry is answered
      *          from. Each client shown is recorded in the access
      *          log (acessoUtil, ACESSO.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. negCons.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NGB-FILE ASSIGN TO "NEGATIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NGB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NGB-FILE.
           COPY NGBFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-NGB-STATUS       PIC XX.
           03  WS-EOF              PIC X VALUE "N".
               88  FIM-DO-ARQUIVO      VALUE "S".
           03  WS-CONTRATO         PIC 9(06).
           03  WS-CPF-CNPJ         PIC 9(14).
           03  WS-QTD-CASOS        PIC 9(06) VALUE ZEROS.
           03  WS-SITUACAO-ED      PIC X(10).
           03  WS-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "negCons".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.
           03  WS-ACS-IDX          PIC 9(03).
           03  WS-ACS-ACHADO       PIC X.
               88  ACESSO-JA-REGISTRADO VALUE "S".

      *>   CLIENTES JA GRAVADOS NO LOG DE ACESSO NESTA CONSULTA.
       01  WS-QTD-ACESSOS          PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ACESSOS.
           03  WS-ACS-CODIGO       PIC 9(05) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - CONTADORES E FLAG DE FIM DE
      *>   ARQUIVO COMECAM ZERADOS A CADA CONSULTA.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-CASOS
           MOVE ZEROS TO WS-QTD-ACESSOS
           MOVE ZEROS TO WS-CPF-CNPJ

           DISPLAY "INFORME O CONTRATO (0 = CONSULTA POR CPF/CNPJ): "
           ACCEPT WS-CONTRATO
           IF WS-CONTRATO = ZEROS
               DISPLAY "INFORME O CPF/CNPJ (SO NUMEROS): "
               ACCEPT WS-CPF-CNPJ
               IF WS-CPF-CNPJ = ZEROS
                   DISPLAY "CONTRATO OU CPF/CNPJ OBRIGATORIO."
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT NGB-FILE
           IF WS-NGB-STATUS NOT = "00"
               DISPLAY "NENHUMA NEGATIVACAO REGISTRADA."
               GOBACK
           END-IF

           PERFORM P100-IMPRIME-CABECALHO
           PERFORM P210-LE-REGISTRO
           PERFORM P200-LISTA-CASOS
                   UNTIL FIM-DO-ARQUIVO
           PERFORM P900-ENCERRA
           .

       P100-IMPRIME-CABECALHO.
           MOVE "NEGCONS" TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA

           DISPLAY "=============================================="
           DISPLAY "PROGRAMA: " WS-RPT-PROGRAMA
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "=============================================="
           IF WS-CONTRATO NOT = ZEROS
               DISPLAY "   NEGATIVACOES DO CONTRATO " WS-CONTRATO
           ELSE
               DISPLAY "   NEGATIVACOES DO CPF/CNPJ " WS-CPF-CNPJ
           END-IF
           DISPLAY "=============================================="
           .

       P200-LISTA-CASOS.
           IF (WS-CONTRATO NOT = ZEROS
               AND NGB-CONTRATO = WS-CONTRATO)
              OR (WS-CONTRATO = ZEROS
                  AND NGB-CPF-CNPJ = WS-CPF-CNPJ)
               ADD 1 TO WS-QTD-CASOS
               PERFORM P220-MOSTRA-CASO
               PERFORM P230-REGISTRA-ACESSO
           END-IF
           PERFORM P210-LE-REGISTRO
           .

       P210-LE-REGISTRO.
           READ NGB-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P220-MOSTRA-CASO.
           EVALUATE TRUE
               WHEN NGB-AVISADO
                   MOVE "AVISADO"   TO WS-SITUACAO-ED
               WHEN NGB-INCLUIDO
                   MOVE "INCLUIDO"  TO WS-SITUACAO-ED
               WHEN NGB-EXCLUIDO
                   MOVE "EXCLUIDO"  TO WS-SITUACAO-ED
               WHEN NGB-CANCELADO
                   MOVE "CANCELADO" TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE NGB-SITUACAO TO WS-SITUACAO-ED
           END-EVALUATE
           MOVE NGB-VALOR TO WS-VALOR-ED
           DISPLAY "CONTRATO " NGB-CONTRATO "  CLIENTE " NGB-CLIENTE
                   "  " NGB-TIPO-PESSOA " " NGB-CPF-CNPJ
           DISPLAY "  SITUACAO.........: " WS-SITUACAO-ED
           DISPLAY "  PARCELAS.........: " NGB-PARCELA-INI " A "
                   NGB-PARCELA-FIM "  VENCIMENTO MAIS ANTIGO: "
                   NGB-DT-VENCIMENTO
           DISPLAY "  VALOR AVISADO....: " WS-VALOR-ED
           DISPLAY "  AVISO PREVIO.....: " NGB-DT-AVISO
           IF NGB-DT-INCLUSAO NOT = ZEROS
               DISPLAY "  INCLUSAO.........: " NGB-DT-INCLUSAO
                       "  REMESSA " NGB-REMESSA-INC
           END-IF
           IF NGB-DT-QUITACAO NOT = ZEROS
               DISPLAY "  QUITACAO/BAIXA...: " NGB-DT-QUITACAO
           END-IF
           IF NGB-DT-EXCLUSAO NOT = ZEROS
               DISPLAY "  EXCLUSAO.........: " NGB-DT-EXCLUSAO
                       "  REMESSA " NGB-REMESSA-EXC
           END-IF
           IF NGB-MOTIVO NOT = SPACES
               DISPLAY "  MOTIVO...........: " NGB-MOTIVO
           END-IF
           DISPLAY "----------------------------------------------"
           .

       P230-REGISTRA-ACESSO.
      *>   UMA LINHA DE LOG POR CLIENTE MOSTRADO, NAO POR CASO.
           MOVE "N" TO WS-ACS-ACHADO
           PERFORM VARYING WS-ACS-IDX FROM 1 BY 1
                   UNTIL WS-ACS-IDX > WS-QTD-ACESSOS
               IF WS-ACS-CODIGO(WS-ACS-IDX) = NGB-COD-CLIENTE
                   SET ACESSO-JA-REGISTRADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT ACESSO-JA-REGISTRADO
               IF WS-QTD-ACESSOS < 50
                   ADD 1 TO WS-QTD-ACESSOS
                   MOVE NGB-COD-CLIENTE
                       TO WS-ACS-CODIGO(WS-QTD-ACESSOS)
               END-IF
               CALL "acessoUtil" USING NGB-COD-CLIENTE
                                       WS-ACS-PROGRAMA
                                       WS-ACS-OPERADOR
           END-IF
           .

       P900-ENCERRA.
           CLOSE NGB-FILE
           IF WS-QTD-CASOS = ZEROS
               DISPLAY "NENHUMA NEGATIVACAO ENCONTRADA."
           END-IF
           MOVE WS-QTD-CASOS TO WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
                   "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
           DISPLAY "=============================================="
           GOBACK.

       END PROGRAM negCons.
