      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment holiday (pausa de parcelas) campaign register
      *          maintenance - one row per campaign on PAUSACAMP.DAT:
      *          the decree it answers, who is affected (every client
      *          living in a UF/municipality, or a list of contracts
      *          kept on PAUSALST.DAT), the date the pause starts, how
      *          many months the schedule moves forward and whether
      *          the interest of the pause is capitalised on the
      *          remaining parcelas or waived. The campaign is applied
      *          to the portfolio by pausaLote and can only be changed
      *          (or have contracts added to its list) before that.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pausaCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PCA-FILE ASSIGN TO "PAUSACAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCA-STATUS.

               SELECT PCL-FILE ASSIGN TO "PAUSALST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCL-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCA-FILE.
           COPY PCAFD.

       FD  PCL-FILE.
           COPY PCLFD.

       FD  FIN-FILE.
           COPY FINFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-PCA-STATUS       PIC XX.
           03  WS-PCL-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PCA-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-PCL-EOF          PIC X.
               88  FIM-LISTA          VALUE "S".
           03  WS-PCA-IDX          PIC 9(03).
           03  WS-PCA-ACHADO       PIC 9(03).
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-QTD-LISTA        PIC 9(05).
           03  WS-JA-LISTADO       PIC X.
               88  CONTRATO-JA-LISTADO VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DADOS-OK         PIC X.
               88  DADOS-VALIDOS      VALUE "S".

       01  WS-TABELA-LISTA.
           03  WS-LST-CONTRATO     PIC 9(06) OCCURS 5000 TIMES.
       77  WS-LST-IDX              PIC 9(05).

       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-PCA-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-PCA-CODIGO       PIC 9(04).
               05  WS-PCA-DESCRICAO    PIC X(30).
               05  WS-PCA-DECRETO      PIC X(20).
               05  WS-PCA-CRITERIO     PIC X(01).
               05  WS-PCA-UF           PIC X(02).
               05  WS-PCA-CIDADE       PIC X(20).
               05  WS-PCA-DT-INICIO    PIC 9(8).
               05  WS-PCA-MESES        PIC 9(02).
               05  WS-PCA-JUROS        PIC X(01).
               05  WS-PCA-SIT          PIC X(01).
               05  WS-PCA-DT-APLICACAO PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P100-CARREGA-CAMPANHAS

           DISPLAY "=============================================="
           DISPLAY "   PAUSA DE PARCELAS - CAMPANHAS"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR"
           DISPLAY "2 - ALTERAR (ANTES DA APLICACAO)"
           DISPLAY "3 - LISTAR"
           DISPLAY "4 - INCLUIR CONTRATOS NA LISTA DA CAMPANHA"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-INCLUIR THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-ALTERAR THRU P300-SAIDA
               WHEN 3
                   PERFORM P500-LISTAR
               WHEN 4
                   PERFORM P400-INCLUI-LISTA THRU P400-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF WS-OPCAO = 1 OR WS-OPCAO = 2
               PERFORM P800-REGRAVA-CAMPANHAS
           END-IF
           GOBACK.

       P100-CARREGA-CAMPANHAS.
           MOVE "N" TO WS-PCA-EOF
           OPEN INPUT PCA-FILE
           IF WS-PCA-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE PCA-CODIGO
                       TO WS-PCA-CODIGO(WS-QTD-CAMPANHAS)
                   MOVE PCA-DESCRICAO
                       TO WS-PCA-DESCRICAO(WS-QTD-CAMPANHAS)
                   MOVE PCA-DECRETO
                       TO WS-PCA-DECRETO(WS-QTD-CAMPANHAS)
                   MOVE PCA-CRITERIO
                       TO WS-PCA-CRITERIO(WS-QTD-CAMPANHAS)
                   MOVE PCA-UF
                       TO WS-PCA-UF(WS-QTD-CAMPANHAS)
                   MOVE PCA-CIDADE
                       TO WS-PCA-CIDADE(WS-QTD-CAMPANHAS)
                   MOVE PCA-DT-INICIO
                       TO WS-PCA-DT-INICIO(WS-QTD-CAMPANHAS)
                   MOVE PCA-MESES
                       TO WS-PCA-MESES(WS-QTD-CAMPANHAS)
                   MOVE PCA-JUROS
                       TO WS-PCA-JUROS(WS-QTD-CAMPANHAS)
                   MOVE PCA-SITUACAO
                       TO WS-PCA-SIT(WS-QTD-CAMPANHAS)
                   MOVE PCA-DT-APLICACAO
                       TO WS-PCA-DT-APLICACAO(WS-QTD-CAMPANHAS)
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE PCA-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ PCA-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P150-BUSCA-CAMPANHA.
           MOVE ZEROS TO WS-PCA-ACHADO
           PERFORM VARYING WS-PCA-IDX FROM 1 BY 1
                   UNTIL WS-PCA-IDX > WS-QTD-CAMPANHAS
               IF WS-PCA-CODIGO(WS-PCA-IDX) = WS-CODIGO
                   MOVE WS-PCA-IDX TO WS-PCA-ACHADO
               END-IF
           END-PERFORM
           .

       P160-RECARREGA-CAMPANHAS.
           MOVE ZEROS TO WS-QTD-CAMPANHAS
           PERFORM P100-CARREGA-CAMPANHAS
           .

       P200-INCLUIR.
           DISPLAY "CODIGO DA CAMPANHA (0001-9999): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZEROS
               DISPLAY "CODIGO INVALIDO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-PCA-ACHADO > ZEROS
               DISPLAY "CAMPANHA JA CADASTRADA: "
                       WS-PCA-DESCRICAO(WS-PCA-ACHADO)
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-CAMPANHAS = 200
               DISPLAY "CADASTRO DE CAMPANHAS CHEIO."
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-CAMPANHAS
           MOVE WS-QTD-CAMPANHAS TO WS-PCA-ACHADO
           MOVE WS-CODIGO TO WS-PCA-CODIGO(WS-PCA-ACHADO)
           PERFORM P250-ACEITA-REGRAS THRU P250-SAIDA
           IF NOT DADOS-VALIDOS
               SUBTRACT 1 FROM WS-QTD-CAMPANHAS
               DISPLAY "CAMPANHA NAO INCLUIDA."
               GO TO P200-SAIDA
           END-IF
           MOVE "A"   TO WS-PCA-SIT(WS-PCA-ACHADO)
           MOVE ZEROS TO WS-PCA-DT-APLICACAO(WS-PCA-ACHADO)
           DISPLAY "CAMPANHA INCLUIDA COM SUCESSO."
           IF WS-PCA-CRITERIO(WS-PCA-ACHADO) = "L"
               DISPLAY "INFORME OS CONTRATOS PELA OPCAO 4 ANTES DE "
                       "APLICAR A CAMPANHA."
           END-IF
           .
       P200-SAIDA.
           EXIT.

       P250-ACEITA-REGRAS.
      *>   QUEM ENTRA (MUNICIPIO OU LISTA), DESDE QUANDO, POR
      *>   QUANTOS MESES E O QUE FAZER COM OS JUROS DA PAUSA.
           MOVE "N" TO WS-DADOS-OK
           DISPLAY "DESCRICAO DA CAMPANHA: "
           ACCEPT WS-PCA-DESCRICAO(WS-PCA-ACHADO)
           DISPLAY "DECRETO / ATO DE REFERENCIA: "
           ACCEPT WS-PCA-DECRETO(WS-PCA-ACHADO)
           DISPLAY "CRITERIO (M = MUNICIPIO, L = LISTA DE "
                   "CONTRATOS): "
           ACCEPT WS-PCA-CRITERIO(WS-PCA-ACHADO)
           EVALUATE WS-PCA-CRITERIO(WS-PCA-ACHADO)
               WHEN "M"
                   DISPLAY "UF: "
                   ACCEPT WS-PCA-UF(WS-PCA-ACHADO)
                   IF WS-PCA-UF(WS-PCA-ACHADO) = SPACES
                       DISPLAY "UF OBRIGATORIA."
                       GO TO P250-SAIDA
                   END-IF
                   DISPLAY "CIDADE (BRANCO = TODA A UF): "
                   ACCEPT WS-PCA-CIDADE(WS-PCA-ACHADO)
               WHEN "L"
                   MOVE SPACES TO WS-PCA-UF(WS-PCA-ACHADO)
                   MOVE SPACES TO WS-PCA-CIDADE(WS-PCA-ACHADO)
               WHEN OTHER
                   DISPLAY "CRITERIO INVALIDO."
                   GO TO P250-SAIDA
           END-EVALUATE
           DISPLAY "INICIO DA PAUSA (AAAAMMDD): "
           ACCEPT WS-PCA-DT-INICIO(WS-PCA-ACHADO)
           IF WS-PCA-DT-INICIO(WS-PCA-ACHADO) = ZEROS
               DISPLAY "DATA DE INICIO INVALIDA."
               GO TO P250-SAIDA
           END-IF
           DISPLAY "MESES DE PAUSA (01-12): "
           ACCEPT WS-PCA-MESES(WS-PCA-ACHADO)
           IF WS-PCA-MESES(WS-PCA-ACHADO) = ZEROS
              OR WS-PCA-MESES(WS-PCA-ACHADO) > 12
               DISPLAY "NUMERO DE MESES INVALIDO."
               GO TO P250-SAIDA
           END-IF
           DISPLAY "JUROS DA PAUSA (C = CAPITALIZAR, I = ISENTAR): "
           ACCEPT WS-PCA-JUROS(WS-PCA-ACHADO)
           IF WS-PCA-JUROS(WS-PCA-ACHADO) NOT = "C"
              AND WS-PCA-JUROS(WS-PCA-ACHADO) NOT = "I"
               DISPLAY "TRATAMENTO DE JUROS INVALIDO."
               GO TO P250-SAIDA
           END-IF
           SET DADOS-VALIDOS TO TRUE
           .
       P250-SAIDA.
           EXIT.

       P300-ALTERAR.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-PCA-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
      *>   CRONOGRAMA JA EMPURRADO NAO VOLTA PELO CADASTRO: DEPOIS
      *>   DA APLICACAO A CAMPANHA SO E CONSULTADA.
           IF WS-PCA-SIT(WS-PCA-ACHADO) NOT = "A"
               DISPLAY "CAMPANHA JA APLICADA - ALTERACAO NAO "
                       "PERMITIDA."
               GO TO P300-SAIDA
           END-IF
           PERFORM P510-MOSTRA-CAMPANHA
           PERFORM P250-ACEITA-REGRAS THRU P250-SAIDA
           IF NOT DADOS-VALIDOS
               PERFORM P160-RECARREGA-CAMPANHAS
               DISPLAY "ALTERACAO DESCARTADA."
               GO TO P300-SAIDA
           END-IF
           DISPLAY "CAMPANHA ALTERADA COM SUCESSO."
           .
       P300-SAIDA.
           EXIT.

       P400-INCLUI-LISTA.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-PCA-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P400-SAIDA
           END-IF
           IF WS-PCA-CRITERIO(WS-PCA-ACHADO) NOT = "L"
               DISPLAY "CAMPANHA POR MUNICIPIO - NAO USA LISTA."
               GO TO P400-SAIDA
           END-IF
           IF WS-PCA-SIT(WS-PCA-ACHADO) NOT = "A"
               DISPLAY "CAMPANHA JA APLICADA - LISTA FECHADA."
               GO TO P400-SAIDA
           END-IF

      *>   O QUE JA ESTA NA LISTA DA CAMPANHA ENTRA EM TABELA PARA
      *>   O MESMO CONTRATO NAO SER LISTADO DUAS VEZES.
           MOVE ZEROS TO WS-QTD-LISTA
           MOVE "N" TO WS-PCL-EOF
           OPEN INPUT PCL-FILE
           IF WS-PCL-STATUS = "00"
               PERFORM P430-LE-LISTA
               PERFORM UNTIL FIM-LISTA
                   IF PCL-CAMPANHA = WS-CODIGO
                      AND WS-QTD-LISTA < 5000
                       ADD 1 TO WS-QTD-LISTA
                       MOVE PCL-CONTRATO
                           TO WS-LST-CONTRATO(WS-QTD-LISTA)
                   END-IF
                   PERFORM P430-LE-LISTA
               END-PERFORM
               CLOSE PCL-FILE
           END-IF

           OPEN INPUT FIN-FILE
           OPEN EXTEND PCL-FILE
           IF WS-PCL-STATUS = "35"
               OPEN OUTPUT PCL-FILE
               CLOSE PCL-FILE
               OPEN EXTEND PCL-FILE
           END-IF
           DISPLAY "INFORME OS CONTRATOS (000000 ENCERRA):"
           MOVE 1 TO WS-CONTRATO
           PERFORM P410-ACEITA-CONTRATO UNTIL WS-CONTRATO = ZEROS
           CLOSE PCL-FILE
           CLOSE FIN-FILE
           .
       P400-SAIDA.
           EXIT.

       P410-ACEITA-CONTRATO.
           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           IF WS-CONTRATO NOT = ZEROS
               MOVE WS-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
                       MOVE "23" TO WS-FIN-STATUS
               END-READ
               PERFORM P420-VERIFICA-LISTA
               EVALUATE TRUE
                   WHEN WS-FIN-STATUS NOT = "00"
                       DISPLAY "CONTRATO NAO ENCONTRADO: "
                               WS-CONTRATO
                   WHEN NOT FIN-ATIVO
                       DISPLAY "CONTRATO " WS-CONTRATO
                               " NAO ESTA ATIVO - IGNORADO."
                   WHEN CONTRATO-JA-LISTADO
                       DISPLAY "CONTRATO " WS-CONTRATO
                               " JA ESTA NA LISTA."
                   WHEN WS-QTD-LISTA = 5000
                       DISPLAY "LISTA DA CAMPANHA CHEIA - CONTRATO "
                               WS-CONTRATO " NAO INCLUIDO."
                   WHEN OTHER
                       MOVE WS-CODIGO   TO PCL-CAMPANHA
                       MOVE WS-CONTRATO TO PCL-CONTRATO
                       WRITE PCL-REGISTRO
                       ADD 1 TO WS-QTD-LISTA
                       MOVE WS-CONTRATO
                           TO WS-LST-CONTRATO(WS-QTD-LISTA)
                       DISPLAY "INCLUIDO: " WS-CONTRATO " "
                               FIN-CLIENTE
               END-EVALUATE
           END-IF
           .

       P420-VERIFICA-LISTA.
           MOVE "N" TO WS-JA-LISTADO
           PERFORM VARYING WS-LST-IDX FROM 1 BY 1
                   UNTIL WS-LST-IDX > WS-QTD-LISTA
               IF WS-LST-CONTRATO(WS-LST-IDX) = WS-CONTRATO
                   SET CONTRATO-JA-LISTADO TO TRUE
               END-IF
           END-PERFORM
           .

       P430-LE-LISTA.
           READ PCL-FILE
               AT END SET FIM-LISTA TO TRUE
           END-READ
           .

       P500-LISTAR.
           PERFORM VARYING WS-PCA-IDX FROM 1 BY 1
                   UNTIL WS-PCA-IDX > WS-QTD-CAMPANHAS
               MOVE WS-PCA-IDX TO WS-PCA-ACHADO
               PERFORM P510-MOSTRA-CAMPANHA
           END-PERFORM
           DISPLAY "TOTAL DE CAMPANHAS: " WS-QTD-CAMPANHAS
           .

       P510-MOSTRA-CAMPANHA.
           DISPLAY "----------------------------------------------"
           DISPLAY "CAMPANHA " WS-PCA-CODIGO(WS-PCA-ACHADO) " - "
                   WS-PCA-DESCRICAO(WS-PCA-ACHADO)
                   "  SITUACAO: " WS-PCA-SIT(WS-PCA-ACHADO)
           DISPLAY "  DECRETO " WS-PCA-DECRETO(WS-PCA-ACHADO)
                   "  APLICADA EM "
                   WS-PCA-DT-APLICACAO(WS-PCA-ACHADO)
           IF WS-PCA-CRITERIO(WS-PCA-ACHADO) = "M"
               DISPLAY "  MUNICIPIO " WS-PCA-CIDADE(WS-PCA-ACHADO)
                       " / " WS-PCA-UF(WS-PCA-ACHADO)
           ELSE
               PERFORM P520-CONTA-LISTA
               DISPLAY "  LISTA DE CONTRATOS: " WS-QTD-LISTA
           END-IF
           DISPLAY "  PAUSA A PARTIR DE "
                   WS-PCA-DT-INICIO(WS-PCA-ACHADO)
                   " POR " WS-PCA-MESES(WS-PCA-ACHADO) " MESES"
                   "  JUROS: " WS-PCA-JUROS(WS-PCA-ACHADO)
                   " (C = CAPITALIZA, I = ISENTA)"
           .

       P520-CONTA-LISTA.
           MOVE ZEROS TO WS-QTD-LISTA
           MOVE "N" TO WS-PCL-EOF
           OPEN INPUT PCL-FILE
           IF WS-PCL-STATUS = "00"
               PERFORM P430-LE-LISTA
               PERFORM UNTIL FIM-LISTA
                   IF PCL-CAMPANHA = WS-PCA-CODIGO(WS-PCA-ACHADO)
                       ADD 1 TO WS-QTD-LISTA
                   END-IF
                   PERFORM P430-LE-LISTA
               END-PERFORM
               CLOSE PCL-FILE
           END-IF
           .

       P800-REGRAVA-CAMPANHAS.
           OPEN OUTPUT PCA-FILE
           PERFORM VARYING WS-PCA-IDX FROM 1 BY 1
                   UNTIL WS-PCA-IDX > WS-QTD-CAMPANHAS
               MOVE WS-PCA-CODIGO(WS-PCA-IDX)    TO PCA-CODIGO
               MOVE WS-PCA-DESCRICAO(WS-PCA-IDX) TO PCA-DESCRICAO
               MOVE WS-PCA-DECRETO(WS-PCA-IDX)   TO PCA-DECRETO
               MOVE WS-PCA-CRITERIO(WS-PCA-IDX)  TO PCA-CRITERIO
               MOVE WS-PCA-UF(WS-PCA-IDX)        TO PCA-UF
               MOVE WS-PCA-CIDADE(WS-PCA-IDX)    TO PCA-CIDADE
               MOVE WS-PCA-DT-INICIO(WS-PCA-IDX) TO PCA-DT-INICIO
               MOVE WS-PCA-MESES(WS-PCA-IDX)     TO PCA-MESES
               MOVE WS-PCA-JUROS(WS-PCA-IDX)     TO PCA-JUROS
               MOVE WS-PCA-SIT(WS-PCA-IDX)       TO PCA-SITUACAO
               MOVE WS-PCA-DT-APLICACAO(WS-PCA-IDX)
                   TO PCA-DT-APLICACAO
               WRITE PCA-REGISTRO
           END-PERFORM
           CLOSE PCA-FILE
           .

       END PROGRAM pausaCad.
