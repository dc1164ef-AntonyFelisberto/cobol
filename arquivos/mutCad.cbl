      ******************************************************************
      * Author:
      * Date:
      * Purpose: Debt-settlement drive (mutirao de renegociacao)
      *          register maintenance - one row per campaign on
      *          MUTCAMP.DAT with the selection filters (days-late
      *          band, branch, product) and the discount rules the
      *          offer batch (mutLote) prices every offer with: the
      *          percentage off for a cash settlement, the percentage
      *          off, entrada, rate and term for a new schedule, and
      *          the date the offers stay valid to. A campaign can
      *          only be changed before its offers are generated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mutCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MUT-FILE ASSIGN TO "MUTCAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUT-FILE.
           COPY MUTFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-MUT-STATUS       PIC XX.
           03  WS-MUT-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-MUT-IDX          PIC 9(03).
           03  WS-MUT-ACHADO       PIC 9(03).
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-DADOS-OK         PIC X.
               88  DADOS-VALIDOS      VALUE "S".

       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-MUT-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-MUT-CODIGO       PIC 9(04).
               05  WS-MUT-DESCRICAO    PIC X(30).
               05  WS-MUT-DT-INICIO    PIC 9(8).
               05  WS-MUT-DT-FIM       PIC 9(8).
               05  WS-MUT-DIAS-MIN     PIC 9(05).
               05  WS-MUT-DIAS-MAX     PIC 9(05).
               05  WS-MUT-FILIAL       PIC 9(02).
               05  WS-MUT-PRODUTO      PIC 9(04).
               05  WS-MUT-PCT-QUIT     PIC 9(02)V99.
               05  WS-MUT-PCT-RENEG    PIC 9(02)V99.
               05  WS-MUT-PCT-ENTRADA  PIC 9(02)V99.
               05  WS-MUT-TAXA         PIC 9V9999.
               05  WS-MUT-PARCELAS     PIC 999.
               05  WS-MUT-SIT          PIC X(01).
               05  WS-MUT-DT-GERACAO   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P100-CARREGA-CAMPANHAS

           DISPLAY "=============================================="
           DISPLAY "   MUTIRAO DE RENEGOCIACAO - CAMPANHAS"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR"
           DISPLAY "2 - ALTERAR (ANTES DA GERACAO DAS OFERTAS)"
           DISPLAY "3 - LISTAR"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-INCLUIR THRU P200-SAIDA
               WHEN 2
                   PERFORM P300-ALTERAR THRU P300-SAIDA
               WHEN 3
                   PERFORM P500-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF WS-OPCAO = 1 OR WS-OPCAO = 2
               PERFORM P800-REGRAVA-CAMPANHAS
           END-IF
           GOBACK.

       P100-CARREGA-CAMPANHAS.
           MOVE "N" TO WS-MUT-EOF
           OPEN INPUT MUT-FILE
           IF WS-MUT-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE MUT-CODIGO
                       TO WS-MUT-CODIGO(WS-QTD-CAMPANHAS)
                   MOVE MUT-DESCRICAO
                       TO WS-MUT-DESCRICAO(WS-QTD-CAMPANHAS)
                   MOVE MUT-DT-INICIO
                       TO WS-MUT-DT-INICIO(WS-QTD-CAMPANHAS)
                   MOVE MUT-DT-FIM
                       TO WS-MUT-DT-FIM(WS-QTD-CAMPANHAS)
                   MOVE MUT-DIAS-MIN
                       TO WS-MUT-DIAS-MIN(WS-QTD-CAMPANHAS)
                   MOVE MUT-DIAS-MAX
                       TO WS-MUT-DIAS-MAX(WS-QTD-CAMPANHAS)
                   MOVE MUT-FILIAL
                       TO WS-MUT-FILIAL(WS-QTD-CAMPANHAS)
                   MOVE MUT-PRODUTO
                       TO WS-MUT-PRODUTO(WS-QTD-CAMPANHAS)
                   MOVE MUT-PCT-DESC-QUIT
                       TO WS-MUT-PCT-QUIT(WS-QTD-CAMPANHAS)
                   MOVE MUT-PCT-DESC-RENEG
                       TO WS-MUT-PCT-RENEG(WS-QTD-CAMPANHAS)
                   MOVE MUT-PCT-ENTRADA
                       TO WS-MUT-PCT-ENTRADA(WS-QTD-CAMPANHAS)
                   MOVE MUT-TAXA-JUROS
                       TO WS-MUT-TAXA(WS-QTD-CAMPANHAS)
                   MOVE MUT-NUM-PARCELAS
                       TO WS-MUT-PARCELAS(WS-QTD-CAMPANHAS)
                   MOVE MUT-SITUACAO
                       TO WS-MUT-SIT(WS-QTD-CAMPANHAS)
                   MOVE MUT-DT-GERACAO
                       TO WS-MUT-DT-GERACAO(WS-QTD-CAMPANHAS)
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE MUT-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ MUT-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P150-BUSCA-CAMPANHA.
           MOVE ZEROS TO WS-MUT-ACHADO
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               IF WS-MUT-CODIGO(WS-MUT-IDX) = WS-CODIGO
                   MOVE WS-MUT-IDX TO WS-MUT-ACHADO
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
           IF WS-MUT-ACHADO > ZEROS
               DISPLAY "CAMPANHA JA CADASTRADA: "
                       WS-MUT-DESCRICAO(WS-MUT-ACHADO)
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-CAMPANHAS = 200
               DISPLAY "CADASTRO DE CAMPANHAS CHEIO."
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-CAMPANHAS
           MOVE WS-QTD-CAMPANHAS TO WS-MUT-ACHADO
           MOVE WS-CODIGO TO WS-MUT-CODIGO(WS-MUT-ACHADO)
           PERFORM P250-ACEITA-REGRAS THRU P250-SAIDA
           IF NOT DADOS-VALIDOS
               SUBTRACT 1 FROM WS-QTD-CAMPANHAS
               DISPLAY "CAMPANHA NAO INCLUIDA."
               GO TO P200-SAIDA
           END-IF
           MOVE "A"   TO WS-MUT-SIT(WS-MUT-ACHADO)
           MOVE ZEROS TO WS-MUT-DT-GERACAO(WS-MUT-ACHADO)
           DISPLAY "CAMPANHA INCLUIDA COM SUCESSO."
           .
       P200-SAIDA.
           EXIT.

       P250-ACEITA-REGRAS.
      *>   FAIXA DE ATRASO, FILIAL E PRODUTO FILTRAM A CARTEIRA; OS
      *>   PERCENTUAIS, A TAXA E O PRAZO PRECIFICAM AS DUAS OFERTAS.
           MOVE "N" TO WS-DADOS-OK
           DISPLAY "DESCRICAO DA CAMPANHA: "
           ACCEPT WS-MUT-DESCRICAO(WS-MUT-ACHADO)
           DISPLAY "INICIO DA CAMPANHA (AAAAMMDD): "
           ACCEPT WS-MUT-DT-INICIO(WS-MUT-ACHADO)
           DISPLAY "VALIDADE DAS OFERTAS (AAAAMMDD): "
           ACCEPT WS-MUT-DT-FIM(WS-MUT-ACHADO)
           IF WS-MUT-DT-FIM(WS-MUT-ACHADO)
              < WS-MUT-DT-INICIO(WS-MUT-ACHADO)
              OR WS-MUT-DT-FIM(WS-MUT-ACHADO) < WS-DATA-HOJE
               DISPLAY "VALIDADE ANTERIOR AO INICIO OU A HOJE."
               GO TO P250-SAIDA
           END-IF
           DISPLAY "ATRASO MINIMO EM DIAS: "
           ACCEPT WS-MUT-DIAS-MIN(WS-MUT-ACHADO)
           DISPLAY "ATRASO MAXIMO EM DIAS: "
           ACCEPT WS-MUT-DIAS-MAX(WS-MUT-ACHADO)
           IF WS-MUT-DIAS-MAX(WS-MUT-ACHADO)
              < WS-MUT-DIAS-MIN(WS-MUT-ACHADO)
              OR WS-MUT-DIAS-MIN(WS-MUT-ACHADO) = ZEROS
               DISPLAY "FAIXA DE ATRASO INVALIDA."
               GO TO P250-SAIDA
           END-IF
           DISPLAY "FILIAL (00 = TODAS): "
           ACCEPT WS-MUT-FILIAL(WS-MUT-ACHADO)
           DISPLAY "PRODUTO (0000 = TODOS): "
           ACCEPT WS-MUT-PRODUTO(WS-MUT-ACHADO)
           DISPLAY "DESCONTO PARA QUITACAO A VISTA (EX 40,00): "
           ACCEPT WS-MUT-PCT-QUIT(WS-MUT-ACHADO)
           DISPLAY "DESCONTO PARA RENEGOCIACAO (EX 20,00): "
           ACCEPT WS-MUT-PCT-RENEG(WS-MUT-ACHADO)
           DISPLAY "ENTRADA DA RENEGOCIACAO (EX 10,00): "
           ACCEPT WS-MUT-PCT-ENTRADA(WS-MUT-ACHADO)
           IF WS-MUT-PCT-ENTRADA(WS-MUT-ACHADO) = ZEROS
               DISPLAY "A RENEGOCIACAO EXIGE ENTRADA - E O BOLETO "
                       "DA ENTRADA QUE FORMALIZA A ADESAO."
               GO TO P250-SAIDA
           END-IF
           DISPLAY "TAXA DE JUROS AO MES DO NOVO PLANO "
                   "(EX: 0,0150): "
           ACCEPT WS-MUT-TAXA(WS-MUT-ACHADO)
           DISPLAY "NUMERO DE PARCELAS DO NOVO PLANO (12 A 420): "
           ACCEPT WS-MUT-PARCELAS(WS-MUT-ACHADO)
           IF WS-MUT-PARCELAS(WS-MUT-ACHADO) < 12
              OR WS-MUT-PARCELAS(WS-MUT-ACHADO) > 420
               DISPLAY "NUMERO DE PARCELAS INVALIDO."
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
           IF WS-MUT-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
      *>   OFERTA JA ENVIADA AO CLIENTE NAO MUDA DE PRECO: DEPOIS DA
      *>   GERACAO A CAMPANHA SO E CONSULTADA.
           IF WS-MUT-SIT(WS-MUT-ACHADO) NOT = "A"
               DISPLAY "CAMPANHA COM OFERTAS JA GERADAS - ALTERACAO "
                       "NAO PERMITIDA."
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

       P500-LISTAR.
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-IDX TO WS-MUT-ACHADO
               PERFORM P510-MOSTRA-CAMPANHA
           END-PERFORM
           DISPLAY "TOTAL DE CAMPANHAS: " WS-QTD-CAMPANHAS
           .

       P510-MOSTRA-CAMPANHA.
           DISPLAY "----------------------------------------------"
           DISPLAY "CAMPANHA " WS-MUT-CODIGO(WS-MUT-ACHADO) " - "
                   WS-MUT-DESCRICAO(WS-MUT-ACHADO)
                   "  SITUACAO: " WS-MUT-SIT(WS-MUT-ACHADO)
           DISPLAY "  VIGENCIA " WS-MUT-DT-INICIO(WS-MUT-ACHADO)
                   " A " WS-MUT-DT-FIM(WS-MUT-ACHADO)
                   "  GERADA EM " WS-MUT-DT-GERACAO(WS-MUT-ACHADO)
           DISPLAY "  ATRASO " WS-MUT-DIAS-MIN(WS-MUT-ACHADO)
                   " A " WS-MUT-DIAS-MAX(WS-MUT-ACHADO)
                   " DIAS  FILIAL " WS-MUT-FILIAL(WS-MUT-ACHADO)
                   "  PRODUTO " WS-MUT-PRODUTO(WS-MUT-ACHADO)
           DISPLAY "  DESC QUITACAO " WS-MUT-PCT-QUIT(WS-MUT-ACHADO)
                   "%  DESC RENEG " WS-MUT-PCT-RENEG(WS-MUT-ACHADO)
                   "%  ENTRADA " WS-MUT-PCT-ENTRADA(WS-MUT-ACHADO)
                   "%"
           DISPLAY "  NOVO PLANO " WS-MUT-PARCELAS(WS-MUT-ACHADO)
                   " PARCELAS A " WS-MUT-TAXA(WS-MUT-ACHADO)
                   " AO MES (PRICE)"
           .

       P800-REGRAVA-CAMPANHAS.
           OPEN OUTPUT MUT-FILE
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-CODIGO(WS-MUT-IDX)    TO MUT-CODIGO
               MOVE WS-MUT-DESCRICAO(WS-MUT-IDX) TO MUT-DESCRICAO
               MOVE WS-MUT-DT-INICIO(WS-MUT-IDX) TO MUT-DT-INICIO
               MOVE WS-MUT-DT-FIM(WS-MUT-IDX)    TO MUT-DT-FIM
               MOVE WS-MUT-DIAS-MIN(WS-MUT-IDX)  TO MUT-DIAS-MIN
               MOVE WS-MUT-DIAS-MAX(WS-MUT-IDX)  TO MUT-DIAS-MAX
               MOVE WS-MUT-FILIAL(WS-MUT-IDX)    TO MUT-FILIAL
               MOVE WS-MUT-PRODUTO(WS-MUT-IDX)   TO MUT-PRODUTO
               MOVE WS-MUT-PCT-QUIT(WS-MUT-IDX)  TO MUT-PCT-DESC-QUIT
               MOVE WS-MUT-PCT-RENEG(WS-MUT-IDX)
                   TO MUT-PCT-DESC-RENEG
               MOVE WS-MUT-PCT-ENTRADA(WS-MUT-IDX) TO MUT-PCT-ENTRADA
               MOVE WS-MUT-TAXA(WS-MUT-IDX)      TO MUT-TAXA-JUROS
               MOVE WS-MUT-PARCELAS(WS-MUT-IDX)  TO MUT-NUM-PARCELAS
               MOVE WS-MUT-SIT(WS-MUT-IDX)       TO MUT-SITUACAO
               MOVE WS-MUT-DT-GERACAO(WS-MUT-IDX) TO MUT-DT-GERACAO
               WRITE MUT-REGISTRO
           END-PERFORM
           CLOSE MUT-FILE
           .

       END PROGRAM mutCad.
