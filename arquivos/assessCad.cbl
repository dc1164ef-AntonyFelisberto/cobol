      ******************************************************************
      * Author:
      * Date:
      * Purpose: External collection agency (assessoria de cobranca)
      *          register maintenance - the outsourced agencies that
      *          work the contracts between our internal collectors
      *          and the law firms, with the banking data the monthly
      *          commission payment order needs and each agency's
      *          rate table (up to three days-late bands). Also lists
      *          the cases an agency currently holds (ASSCART.DAT),
      *          so the spreadsheet the agencies were managed from
      *          can go.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASS-FILE ASSIGN TO "ASSESSOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASS-STATUS.

               SELECT ASC-FILE ASSIGN TO "ASSCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ASC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASS-FILE.
           COPY ASSFD.

       FD  ASC-FILE.
           COPY ASCFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-ASS-STATUS       PIC XX.
           03  WS-ASC-STATUS       PIC XX.
           03  WS-ASS-EOF          PIC X.
               88  FIM-ASSESSORIAS    VALUE "S".
           03  WS-ASC-EOF          PIC X.
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-ASS-IDX          PIC 9(03).
           03  WS-ASS-ACHADO       PIC 9(03).
           03  WS-FX-IDX           PIC 9.
           03  WS-OPCAO            PIC 9.
           03  WS-CODIGO           PIC 9(04).
           03  WS-QTD-CASOS        PIC 9(05).
           03  WS-TOT-ENVIADO      PIC 9(10)V99.
           03  WS-TOT-RECUPERADO   PIC 9(10)V99.

       01  WS-QTD-ASSESSORIAS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-ASSESSORIAS.
           03  WS-ASS-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-ASSESSORIAS.
               05  WS-ASS-CODIGO   PIC 9(04).
               05  WS-ASS-NOME     PIC X(20).
               05  WS-ASS-BANCO    PIC 9(03).
               05  WS-ASS-AGENCIA  PIC 9(05).
               05  WS-ASS-CONTA    PIC 9(10).
               05  WS-ASS-FAIXA OCCURS 3 TIMES.
                   07  WS-ASS-FX-ATE-DIAS PIC 9(04).
                   07  WS-ASS-FX-PCT      PIC 9(02)V99.
               05  WS-ASS-SIT      PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-CARREGA-ASSESSORIAS

           DISPLAY "=============================================="
           DISPLAY "   CADASTRO DE ASSESSORIAS DE COBRANCA"
           DISPLAY "=============================================="
           DISPLAY "1 - INCLUIR"
           DISPLAY "2 - ALTERAR"
           DISPLAY "3 - INATIVAR/REATIVAR"
           DISPLAY "4 - LISTAR"
           DISPLAY "5 - CARTEIRA DE UMA ASSESSORIA"
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
               WHEN 5
                   PERFORM P600-CARTEIRA THRU P600-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           IF WS-OPCAO >= 1 AND WS-OPCAO <= 3
               PERFORM P800-REGRAVA-ASSESSORIAS
           END-IF
           GOBACK.

       P100-CARREGA-ASSESSORIAS.
           MOVE "N" TO WS-ASS-EOF
           OPEN INPUT ASS-FILE
           IF WS-ASS-STATUS = "00"
               PERFORM P110-LE-ASSESSORIA
               PERFORM UNTIL FIM-ASSESSORIAS
                       OR WS-QTD-ASSESSORIAS = 100
                   ADD 1 TO WS-QTD-ASSESSORIAS
                   MOVE ASS-CODIGO
                       TO WS-ASS-CODIGO(WS-QTD-ASSESSORIAS)
                   MOVE ASS-NOME
                       TO WS-ASS-NOME(WS-QTD-ASSESSORIAS)
                   MOVE ASS-BANCO
                       TO WS-ASS-BANCO(WS-QTD-ASSESSORIAS)
                   MOVE ASS-AGENCIA
                       TO WS-ASS-AGENCIA(WS-QTD-ASSESSORIAS)
                   MOVE ASS-CONTA
                       TO WS-ASS-CONTA(WS-QTD-ASSESSORIAS)
                   PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                           UNTIL WS-FX-IDX > 3
                       MOVE ASS-FX-ATE-DIAS(WS-FX-IDX)
                           TO WS-ASS-FX-ATE-DIAS(WS-QTD-ASSESSORIAS
                                                 WS-FX-IDX)
                       MOVE ASS-FX-PCT(WS-FX-IDX)
                           TO WS-ASS-FX-PCT(WS-QTD-ASSESSORIAS
                                            WS-FX-IDX)
                   END-PERFORM
                   MOVE ASS-SITUACAO
                       TO WS-ASS-SIT(WS-QTD-ASSESSORIAS)
                   PERFORM P110-LE-ASSESSORIA
               END-PERFORM
               CLOSE ASS-FILE
           END-IF
           .

       P110-LE-ASSESSORIA.
           READ ASS-FILE
               AT END SET FIM-ASSESSORIAS TO TRUE
           END-READ
           .

       P150-BUSCA-ASSESSORIA.
           MOVE ZEROS TO WS-ASS-ACHADO
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               IF WS-ASS-CODIGO(WS-ASS-IDX) = WS-CODIGO
                   MOVE WS-ASS-IDX TO WS-ASS-ACHADO
               END-IF
           END-PERFORM
           .

       P200-INCLUIR.
           DISPLAY "CODIGO DA ASSESSORIA (0001-9999): "
           ACCEPT WS-CODIGO
           IF WS-CODIGO = ZEROS
               DISPLAY "CODIGO INVALIDO."
               GO TO P200-SAIDA
           END-IF
           PERFORM P150-BUSCA-ASSESSORIA
           IF WS-ASS-ACHADO > ZEROS
               DISPLAY "ASSESSORIA JA CADASTRADA: "
                       WS-ASS-NOME(WS-ASS-ACHADO)
               GO TO P200-SAIDA
           END-IF
           IF WS-QTD-ASSESSORIAS = 100
               DISPLAY "CADASTRO DE ASSESSORIAS CHEIO."
               GO TO P200-SAIDA
           END-IF
           ADD 1 TO WS-QTD-ASSESSORIAS
           MOVE WS-QTD-ASSESSORIAS TO WS-ASS-ACHADO
           MOVE WS-CODIGO TO WS-ASS-CODIGO(WS-ASS-ACHADO)
           DISPLAY "NOME DA ASSESSORIA: "
           ACCEPT WS-ASS-NOME(WS-ASS-ACHADO)
           DISPLAY "BANCO (3 DIGITOS): "
           ACCEPT WS-ASS-BANCO(WS-ASS-ACHADO)
           DISPLAY "AGENCIA (5 DIGITOS): "
           ACCEPT WS-ASS-AGENCIA(WS-ASS-ACHADO)
           DISPLAY "CONTA (10 DIGITOS): "
           ACCEPT WS-ASS-CONTA(WS-ASS-ACHADO)
           PERFORM P250-ACEITA-FAIXAS
           MOVE "A" TO WS-ASS-SIT(WS-ASS-ACHADO)
           DISPLAY "ASSESSORIA INCLUIDA COM SUCESSO."
           .
       P200-SAIDA.
           EXIT.

       P250-ACEITA-FAIXAS.
      *>   TABELA DE COMISSAO: ATE 3 FAIXAS EM ORDEM CRESCENTE DE
      *>   DIAS DE ATRASO. FAIXA COM ATE-DIAS ZERO NAO E USADA.
           DISPLAY "TABELA DE COMISSAO - ATE 3 FAIXAS, EM ORDEM "
                   "CRESCENTE DE ATRASO"
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > 3
               DISPLAY "FAIXA " WS-FX-IDX " - ATE QUANTOS DIAS DE "
                       "ATRASO (0 = SEM FAIXA): "
               ACCEPT WS-ASS-FX-ATE-DIAS(WS-ASS-ACHADO WS-FX-IDX)
               IF WS-ASS-FX-ATE-DIAS(WS-ASS-ACHADO WS-FX-IDX) = ZEROS
                   MOVE ZEROS
                       TO WS-ASS-FX-PCT(WS-ASS-ACHADO WS-FX-IDX)
               ELSE
                   DISPLAY "FAIXA " WS-FX-IDX " - PERCENTUAL DE "
                           "COMISSAO (EX 15,00): "
                   ACCEPT WS-ASS-FX-PCT(WS-ASS-ACHADO WS-FX-IDX)
               END-IF
           END-PERFORM
           .

       P300-ALTERAR.
           DISPLAY "CODIGO DA ASSESSORIA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-ASSESSORIA
           IF WS-ASS-ACHADO = ZEROS
               DISPLAY "ASSESSORIA NAO ENCONTRADA: " WS-CODIGO
               GO TO P300-SAIDA
           END-IF
           DISPLAY "NOME ATUAL: " WS-ASS-NOME(WS-ASS-ACHADO)
           DISPLAY "NOVO NOME: "
           ACCEPT WS-ASS-NOME(WS-ASS-ACHADO)
           DISPLAY "BANCO ATUAL: " WS-ASS-BANCO(WS-ASS-ACHADO)
           DISPLAY "NOVO BANCO: "
           ACCEPT WS-ASS-BANCO(WS-ASS-ACHADO)
           DISPLAY "AGENCIA ATUAL: " WS-ASS-AGENCIA(WS-ASS-ACHADO)
           DISPLAY "NOVA AGENCIA: "
           ACCEPT WS-ASS-AGENCIA(WS-ASS-ACHADO)
           DISPLAY "CONTA ATUAL: " WS-ASS-CONTA(WS-ASS-ACHADO)
           DISPLAY "NOVA CONTA: "
           ACCEPT WS-ASS-CONTA(WS-ASS-ACHADO)
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > 3
               DISPLAY "FAIXA " WS-FX-IDX " ATUAL: ATE "
                       WS-ASS-FX-ATE-DIAS(WS-ASS-ACHADO WS-FX-IDX)
                       " DIAS - "
                       WS-ASS-FX-PCT(WS-ASS-ACHADO WS-FX-IDX) "%"
           END-PERFORM
      *>   A NOVA TABELA VALE PARA OS PROXIMOS ENVIOS - OS CASOS JA
      *>   ENVIADOS GUARDAM O PERCENTUAL DA EPOCA EM ASC-PCT-COMISSAO.
           PERFORM P250-ACEITA-FAIXAS
           DISPLAY "ASSESSORIA ALTERADA COM SUCESSO."
           .
       P300-SAIDA.
           EXIT.

       P400-INATIVA-REATIVA.
           DISPLAY "CODIGO DA ASSESSORIA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-ASSESSORIA
           IF WS-ASS-ACHADO = ZEROS
               DISPLAY "ASSESSORIA NAO ENCONTRADA: " WS-CODIGO
               GO TO P400-SAIDA
           END-IF
           IF WS-ASS-SIT(WS-ASS-ACHADO) = "I"
               MOVE "A" TO WS-ASS-SIT(WS-ASS-ACHADO)
               DISPLAY "ASSESSORIA REATIVADA."
           ELSE
               MOVE "I" TO WS-ASS-SIT(WS-ASS-ACHADO)
               DISPLAY "ASSESSORIA INATIVADA - SEM NOVOS ENVIOS; OS "
                       "CASOS EM CARTEIRA FICAM ATE O RECOLHIMENTO."
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P500-LISTAR.
           DISPLAY "CODIGO NOME                 BANCO AGENCIA "
                   "CONTA      SIT FAIXAS (DIAS/PCT)"
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               DISPLAY WS-ASS-CODIGO(WS-ASS-IDX) "   "
                       WS-ASS-NOME(WS-ASS-IDX) " "
                       WS-ASS-BANCO(WS-ASS-IDX) "   "
                       WS-ASS-AGENCIA(WS-ASS-IDX) "   "
                       WS-ASS-CONTA(WS-ASS-IDX) " "
                       WS-ASS-SIT(WS-ASS-IDX) "   "
                       WS-ASS-FX-ATE-DIAS(WS-ASS-IDX 1) "/"
                       WS-ASS-FX-PCT(WS-ASS-IDX 1) " "
                       WS-ASS-FX-ATE-DIAS(WS-ASS-IDX 2) "/"
                       WS-ASS-FX-PCT(WS-ASS-IDX 2) " "
                       WS-ASS-FX-ATE-DIAS(WS-ASS-IDX 3) "/"
                       WS-ASS-FX-PCT(WS-ASS-IDX 3)
           END-PERFORM
           DISPLAY "TOTAL DE ASSESSORIAS: " WS-QTD-ASSESSORIAS
           .

       P600-CARTEIRA.
           DISPLAY "CODIGO DA ASSESSORIA: "
           ACCEPT WS-CODIGO
           PERFORM P150-BUSCA-ASSESSORIA
           IF WS-ASS-ACHADO = ZEROS
               DISPLAY "ASSESSORIA NAO ENCONTRADA: " WS-CODIGO
               GO TO P600-SAIDA
           END-IF
           MOVE ZEROS TO WS-QTD-CASOS
           MOVE ZEROS TO WS-TOT-ENVIADO
           MOVE ZEROS TO WS-TOT-RECUPERADO
           DISPLAY "CARTEIRA DE " WS-ASS-NOME(WS-ASS-ACHADO)
           DISPLAY "CONTRATO CLIENTE              ENVIO    DIAS  "
                   "ENVIADO     RECUPERADO  ULT.PAGTO"
           MOVE "N" TO WS-ASC-EOF
           OPEN INPUT ASC-FILE
           IF WS-ASC-STATUS = "00"
               PERFORM P610-LE-CASO
               PERFORM UNTIL FIM-CARTEIRA
                   IF ASC-ASSESSORIA = WS-CODIGO AND ASC-ATIVO
                       ADD 1 TO WS-QTD-CASOS
                       ADD ASC-VALOR-ENVIADO TO WS-TOT-ENVIADO
                       ADD ASC-VALOR-RECUPERADO TO WS-TOT-RECUPERADO
                       DISPLAY ASC-CONTRATO "   " ASC-CLIENTE " "
                               ASC-DT-ENVIO " " ASC-DIAS-ATRASO " "
                               ASC-VALOR-ENVIADO " "
                               ASC-VALOR-RECUPERADO " "
                               ASC-DT-ULT-PAGTO
                   END-IF
                   PERFORM P610-LE-CASO
               END-PERFORM
               CLOSE ASC-FILE
           END-IF
           DISPLAY "CASOS EM CARTEIRA: " WS-QTD-CASOS
           DISPLAY "VALOR ENVIADO....: " WS-TOT-ENVIADO
           DISPLAY "VALOR RECUPERADO.: " WS-TOT-RECUPERADO
           .
       P600-SAIDA.
           EXIT.

       P610-LE-CASO.
           READ ASC-FILE
               AT END SET FIM-CARTEIRA TO TRUE
           END-READ
           .

       P800-REGRAVA-ASSESSORIAS.
           OPEN OUTPUT ASS-FILE
           PERFORM VARYING WS-ASS-IDX FROM 1 BY 1
                   UNTIL WS-ASS-IDX > WS-QTD-ASSESSORIAS
               MOVE WS-ASS-CODIGO(WS-ASS-IDX)  TO ASS-CODIGO
               MOVE WS-ASS-NOME(WS-ASS-IDX)    TO ASS-NOME
               MOVE WS-ASS-BANCO(WS-ASS-IDX)   TO ASS-BANCO
               MOVE WS-ASS-AGENCIA(WS-ASS-IDX) TO ASS-AGENCIA
               MOVE WS-ASS-CONTA(WS-ASS-IDX)   TO ASS-CONTA
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > 3
                   MOVE WS-ASS-FX-ATE-DIAS(WS-ASS-IDX WS-FX-IDX)
                       TO ASS-FX-ATE-DIAS(WS-FX-IDX)
                   MOVE WS-ASS-FX-PCT(WS-ASS-IDX WS-FX-IDX)
                       TO ASS-FX-PCT(WS-FX-IDX)
               END-PERFORM
               MOVE WS-ASS-SIT(WS-ASS-IDX)     TO ASS-SITUACAO
               WRITE ASS-REGISTRO
           END-PERFORM
           CLOSE ASS-FILE
           .

       END PROGRAM assessCad.
