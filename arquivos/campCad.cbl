      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promotional rate campaign maintenance - campaigns by
      *          product and/or merchant (CAMPANHA.DAT) with a
      *          validity window, an optional term ceiling, the
      *          promotional monthly rate (zero for the sem juros
      *          plans) and the share of the interest given up that
      *          the merchant subsidises. loanBatch and the
      *          simulation price a qualifying application at the
      *          campaign rate; lojRepasse deducts the subsidy from
      *          the store's repasse.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. campCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMP-FILE ASSIGN TO "CAMPANHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMP-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-FILE.
           COPY CMPFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-CMP-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-CMP-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-CMP-IDX          PIC 9(03).
           03  WS-CMP-ACHADO       PIC 9(03).
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).
           03  WS-OPERADOR         PIC X(08).
           03  WS-TAXA-EDIT        PIC 9,9999.

       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-CMP-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-CMP-REGISTRO PIC X(68).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-CARREGA-CAMPANHAS

           DISPLAY "=============================================="
           DISPLAY "     CAMPANHAS DE TAXA PROMOCIONAL"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR"
           DISPLAY "2 - ALTERAR FIM DA VIGENCIA"
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

           PERFORM P800-REGRAVA-CAMPANHAS
           GOBACK.

       P100-CARREGA-CAMPANHAS.
           MOVE "N" TO WS-CMP-EOF
           OPEN INPUT CMP-FILE
           IF WS-CMP-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 500
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE CMP-REGISTRO
                       TO WS-CMP-REGISTRO(WS-QTD-CAMPANHAS)
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE CMP-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ CMP-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P150-BUSCA-CAMPANHA.
           MOVE ZEROS TO WS-CMP-ACHADO
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CAMPANHAS
               MOVE WS-CMP-REGISTRO(WS-CMP-IDX) TO CMP-REGISTRO
               IF CMP-CODIGO = WS-CODIGO
                   MOVE WS-CMP-IDX TO WS-CMP-ACHADO
               END-IF
           END-PERFORM
           IF WS-CMP-ACHADO > ZEROS
               MOVE WS-CMP-REGISTRO(WS-CMP-ACHADO) TO CMP-REGISTRO
           END-IF
           .

       P200-INCLUIR.
           DISPLAY "CODIGO DA CAMPANHA (0001-9999): "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-CMP-ACHADO > ZEROS
               DISPLAY "CAMPANHA JA CADASTRADA: " CMP-DESCRICAO
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-CAMPANHAS = 500
               DISPLAY "CADASTRO DE CAMPANHAS CHEIO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE SPACES    TO CMP-REGISTRO
           MOVE WS-CODIGO TO CMP-CODIGO
           DISPLAY "DESCRICAO: "
           ACCEPT CMP-DESCRICAO
           DISPLAY "PRODUTO (0 = QUALQUER): "
           ACCEPT CMP-COD-PRODUTO
           DISPLAY "LOJISTA (0 = QUALQUER): "
           ACCEPT CMP-COD-LOJISTA
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
           ACCEPT CMP-DT-INICIO
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD): "
           ACCEPT CMP-DT-FIM
           PERFORM UNTIL CMP-DT-FIM >= CMP-DT-INICIO
               DISPLAY "FIM ANTERIOR AO INICIO. INFORME DE NOVO: "
               ACCEPT CMP-DT-FIM
           END-PERFORM
           DISPLAY "PRAZO MAXIMO EM PARCELAS (0 = QUALQUER): "
           ACCEPT CMP-MAX-PARCELAS
           DISPLAY "TAXA PROMOCIONAL MENSAL (0 = SEM JUROS, "
                   "EX 0,0099): "
           ACCEPT CMP-TAXA-JUROS
      *>   SUBSIDIO SO EXISTE COM LOJISTA DEFINIDO - E DO REPASSE
      *>   DELE QUE O VALOR SAI.
           IF CMP-COD-LOJISTA = ZEROS
               MOVE ZEROS TO CMP-PCT-SUBSIDIO
           ELSE
               DISPLAY "% DOS JUROS RENUNCIADOS PAGO PELO LOJISTA "
                       "(0 A 100): "
               ACCEPT CMP-PCT-SUBSIDIO
               PERFORM UNTIL CMP-PCT-SUBSIDIO <= 100
                   DISPLAY "PERCENTUAL INVALIDO. INFORME DE 0 A 100: "
                   ACCEPT CMP-PCT-SUBSIDIO
               END-PERFORM
           END-IF
           MOVE "A"         TO CMP-SITUACAO
           MOVE WS-OPERADOR TO CMP-OPERADOR
           ADD 1 TO WS-QTD-CAMPANHAS
           MOVE CMP-REGISTRO TO WS-CMP-REGISTRO(WS-QTD-CAMPANHAS)
           DISPLAY "CAMPANHA INCLUIDA COM SUCESSO."
           .
       P200-SAIDA.
           EXIT.

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

       P300-ALTERAR.
      *>   SO O FIM DA VIGENCIA MUDA - ENCERRAR ANTES OU PRORROGAR.
      *>   TAXA E SUBSIDIO DE CAMPANHA JA CONTRATADA NAO SE MEXEM.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-CMP-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
           DISPLAY "VIGENCIA ATUAL: " CMP-DT-INICIO " A " CMP-DT-FIM
           DISPLAY "NOVO FIM DA VIGENCIA (AAAAMMDD): "
           ACCEPT CMP-DT-FIM
           PERFORM UNTIL CMP-DT-FIM >= CMP-DT-INICIO
               DISPLAY "FIM ANTERIOR AO INICIO. INFORME DE NOVO: "
               ACCEPT CMP-DT-FIM
           END-PERFORM
           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE WS-OPERADOR TO CMP-OPERADOR
           MOVE CMP-REGISTRO TO WS-CMP-REGISTRO(WS-CMP-ACHADO)
           DISPLAY "CAMPANHA ALTERADA COM SUCESSO."
           .
       P300-SAIDA.
           EXIT.

       P400-INATIVA-REATIVA.
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-CAMPANHA
           IF WS-CMP-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P400-SAIDA
           END-IF
           IF CMP-INATIVA
               MOVE "A" TO CMP-SITUACAO
               DISPLAY "CAMPANHA REATIVADA."
           ELSE
               MOVE "I" TO CMP-SITUACAO
               DISPLAY "CAMPANHA INATIVADA - SEM NOVOS CONTRATOS "
                       "NA TAXA PROMOCIONAL."
           END-IF
           MOVE CMP-REGISTRO TO WS-CMP-REGISTRO(WS-CMP-ACHADO)
           .
       P400-SAIDA.
           EXIT.

       P500-LISTAR.
           DISPLAY "COD  DESCRICAO            PROD LOJ  INICIO   "
                   "FIM      PARC TAXA   SUB SIT"
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CAMPANHAS
               MOVE WS-CMP-REGISTRO(WS-CMP-IDX) TO CMP-REGISTRO
               MOVE CMP-TAXA-JUROS TO WS-TAXA-EDIT
               DISPLAY CMP-CODIGO " "
                       CMP-DESCRICAO " "
                       CMP-COD-PRODUTO " "
                       CMP-COD-LOJISTA " "
                       CMP-DT-INICIO " "
                       CMP-DT-FIM " "
                       CMP-MAX-PARCELAS "  "
                       WS-TAXA-EDIT " "
                       CMP-PCT-SUBSIDIO " "
                       CMP-SITUACAO
           END-PERFORM
           DISPLAY "TOTAL DE CAMPANHAS: " WS-QTD-CAMPANHAS
           .

       P800-REGRAVA-CAMPANHAS.
           OPEN OUTPUT CMP-FILE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CAMPANHAS
               MOVE WS-CMP-REGISTRO(WS-CMP-IDX) TO CMP-REGISTRO
               WRITE CMP-REGISTRO
           END-PERFORM
           CLOSE CMP-FILE
           .

       END PROGRAM campCad.
