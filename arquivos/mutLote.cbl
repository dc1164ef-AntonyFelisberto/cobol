      ******************************************************************
      * Author:
      * Date:
      * Purpose: Debt-settlement drive (mutirao) offer batch - for a
      *          campaign registered in MUTCAMP.DAT (mutCad), walks the
      *          nightly position file POSWORK.DAT and takes every
      *          active contract whose worst overdue parcela sits in
      *          the campaign's days-late band, branch and product.
      *          Each one gets its saldo devedor (same rule as
      *          payoff.cbl) priced two ways with the campaign's
      *          discount rules - a discounted cash settlement and a
      *          discounted new PRICE schedule with entrada - frozen
      *          on MUTOFER.DAT, an offer letter on MUTCARTA.TXT and
      *          two boletos on MUTBOL.TXT (quitacao and entrada)
      *          whose digitable line carries the campaign code, so
      *          the bank return (retorno.cbl) settles or reschedules
      *          the contract by itself when one of them is paid.
      *          A contract holding a still-valid offer from another
      *          campaign is left out. One generation per campaign.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mutLote.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MUT-FILE ASSIGN TO "MUTCAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MUT-STATUS.

               SELECT MOF-FILE ASSIGN TO "MUTOFER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOF-STATUS.

               SELECT PWK-FILE ASSIGN TO "POSWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PWK-STATUS.

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

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNS-STATUS.

               SELECT CRT-FILE ASSIGN TO "MUTCARTA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRT-STATUS.

               SELECT BOL-FILE ASSIGN TO "MUTBOL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BOL-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUT-FILE.
           COPY MUTFD.

       FD  MOF-FILE.
           COPY MOFFD.

       FD  PWK-FILE.
           COPY PWKFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  CRT-FILE.
       01  CRT-LINHA           PIC X(80).

       FD  BOL-FILE.
       01  BOL-LINHA           PIC X(80).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).

       01  WS-VARIAVEIS.
           03  WS-MUT-STATUS       PIC XX.
           03  WS-MOF-STATUS       PIC XX.
           03  WS-PWK-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-CNS-STATUS       PIC XX.
           03  WS-CRT-STATUS       PIC XX.
           03  WS-BOL-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-MUT-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-MOF-EOF          PIC X.
               88  FIM-OFERTAS        VALUE "S".
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-CNS-EOF          PIC X.
               88  FIM-CONSENTS       VALUE "S".
           03  WS-MUT-IDX          PIC 9(03).
           03  WS-MUT-ACHADO       PIC 9(03).
           03  WS-BLQ-IDX          PIC 9(05).
           03  WS-OPT-IDX          PIC 9(03).
           03  WS-CODIGO           PIC 9(04).
           03  WS-CONFIRMA         PIC X.
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DESCARTA         PIC X.
               88  CONTRATO-DESCARTADO VALUE "S".
           03  WS-SEM-CARTA        PIC X.
               88  CARTA-NAO-ENVIADA  VALUE "S".
           03  WS-QTD-AVALIADOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-OFERTAS      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-CARTAS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-CARTA    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-BLOQUEADOS   PIC 9(06) VALUE ZEROS.
           03  WS-TOT-SALDO        PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-QUITACAO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(80).

      *>   CONTRATO CORRENTE DA QUEBRA DO POSWORK: O PIOR ATRASO E A
      *>   FILIAL DAS PARCELAS EM ABERTO DELE.
       01  WS-QUEBRA.
           03  WS-QB-CONTRATO      PIC 9(06) VALUE ZEROS.
           03  WS-QB-MAIOR-ATRASO  PIC S9(5).
           03  WS-QB-FILIAL        PIC 9(02).

       01  WS-CALCULO.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-VALOR-FINANCIAR  PIC 9(06)V99.

       01  WS-CAMPANHA.
           03  WS-CP-CODIGO        PIC 9(04).
           03  WS-CP-DESCRICAO     PIC X(30).
           03  WS-CP-DT-FIM        PIC 9(8).
           03  WS-CP-DIAS-MIN      PIC 9(05).
           03  WS-CP-DIAS-MAX      PIC 9(05).
           03  WS-CP-FILIAL        PIC 9(02).
           03  WS-CP-PRODUTO       PIC 9(04).
           03  WS-CP-PCT-QUIT      PIC 9(02)V99.
           03  WS-CP-PCT-RENEG     PIC 9(02)V99.
           03  WS-CP-PCT-ENTRADA   PIC 9(02)V99.
           03  WS-CP-TAXA          PIC 9V9999.
           03  WS-CP-PARCELAS      PIC 999.

       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-MUT-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-MUT-REGISTRO PIC X(95).

      *>   CONTRATOS COM OFERTA AINDA VALIDA DE OUTRA CAMPANHA: O
      *>   CLIENTE NAO RECEBE DUAS PROPOSTAS DIFERENTES AO MESMO
      *>   TEMPO.
       01  WS-QTD-BLOQ             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-BLOQ.
           03  WS-BLQ-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-BLOQ.
               05  WS-BLQ-CONTRATO PIC 9(06).

       01  WS-QTD-OPTOUT           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPTOUT.
           03  WS-OPT-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-OPTOUT.
               05  WS-OPT-CODIGO   PIC 9(05).

      *>   LINHA DIGITAVEL NO MESMO PADRAO DO boleto.cbl (TRES CAMPOS
      *>   DE 12 DIGITOS COM DV MOD-10 E DV GERAL MOD-11).
       01  WS-LINHA-DIGITAVEL.
           03  WS-LD-CAMPO1        PIC 9(12).
           03  WS-LD-DV1           PIC 9.
           03  WS-LD-CAMPO2        PIC 9(12).
           03  WS-LD-DV2           PIC 9.
           03  WS-LD-CAMPO3        PIC 9(12).
           03  WS-LD-DV3           PIC 9.
           03  WS-LD-DV-GERAL      PIC 9.

      *>   NO BOLETO DE CAMPANHA O CAMPO 1 TRAZ O DIGITO 9 ONDE O
      *>   BOLETO DE PARCELA TRAZ A CENTENA DA PARCELA (NUNCA 9, O
      *>   PRAZO MAXIMO E 420), SEGUIDO DA CAMPANHA E DA OPCAO
      *>   (1 = QUITACAO, 2 = ENTRADA DA RENEGOCIACAO).
       01  WS-CAMPO1-MONTADO.
           03  WS-C1-CONTRATO      PIC 9(06).
           03  WS-C1-MARCA         PIC 9 VALUE 9.
           03  WS-C1-CAMPANHA      PIC 9(04).
           03  WS-C1-OPCAO         PIC 9.
       01  WS-CAMPO2-MONTADO.
           03  WS-C2-VENCIMENTO    PIC 9(7).
           03  WS-C2-COD-CLIENTE   PIC 9(05).
       01  WS-CAMPO3-MONTADO.
           03  WS-C3-VALOR         PIC 9(10).
           03  FILLER              PIC 99 VALUE ZEROS.

       01  WS-CALCULO-DV.
           03  WS-DV-CAMPO         PIC 9(12).
           03  WS-DV-DIGITOS REDEFINES WS-DV-CAMPO.
               05  WS-DV-DIG       PIC 9 OCCURS 12 TIMES.
           03  WS-DV-IDX           PIC 99.
           03  WS-DV-PESO          PIC 9.
           03  WS-DV-PRODUTO       PIC 99.
           03  WS-DV-SOMA          PIC 9(04).
           03  WS-DV-RESTO         PIC 99.
           03  WS-DV-RESULTADO     PIC 9.
           03  WS-DV-SOMA-GERAL    PIC 9(05).

       01  WS-BOLETO.
           03  WS-BL-OPCAO         PIC 9.
           03  WS-BL-TITULO        PIC X(30).
           03  WS-BL-VALOR         PIC 9(06)V99.
       01  WS-VALOR-CENTAVOS       PIC 9(10).
       01  WS-VALOR-EDIT           PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-CAMPANHAS

           DISPLAY "=============================================="
           DISPLAY "   MUTIRAO - GERACAO DE OFERTAS"
           DISPLAY "=============================================="
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-VALIDA-CAMPANHA THRU P150-SAIDA
           IF WS-MUT-ACHADO = ZEROS
               GOBACK
           END-IF

           DISPLAY "CAMPANHA " WS-CP-CODIGO " - " WS-CP-DESCRICAO
           DISPLAY "ATRASO DE " WS-CP-DIAS-MIN " A " WS-CP-DIAS-MAX
                   " DIAS  FILIAL " WS-CP-FILIAL
                   "  PRODUTO " WS-CP-PRODUTO
           DISPLAY "OFERTAS VALIDAS ATE " WS-CP-DT-FIM
           DISPLAY "GERAR AS OFERTAS DA CAMPANHA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "GERACAO CANCELADA."
               GOBACK
           END-IF

           PERFORM P200-CARREGA-BLOQUEIOS
           PERFORM P210-CARREGA-OPTOUTS
           PERFORM P300-ABRE-ARQUIVOS

           PERFORM P310-LE-POSICAO
           PERFORM P320-ACUMULA-POSICAO UNTIL FIM-POSICAO
           IF WS-QB-CONTRATO NOT = ZEROS
               PERFORM P400-AVALIA-CONTRATO THRU P400-SAIDA
           END-IF

           PERFORM P390-FECHA-ARQUIVOS
           PERFORM P800-MARCA-CAMPANHA

           DISPLAY "=============================================="
           DISPLAY "CONTRATOS AVALIADOS.....: " WS-QTD-AVALIADOS
           DISPLAY "OFERTAS GERADAS.........: " WS-QTD-OFERTAS
           DISPLAY "CARTAS EM MUTCARTA.TXT..: " WS-QTD-CARTAS
           DISPLAY "SEM CARTA (OPT-OUT/END.): " WS-QTD-SEM-CARTA
           DISPLAY "COM OFERTA DE OUTRA CAMP: " WS-QTD-BLOQUEADOS
           DISPLAY "SALDO DEVEDOR OFERTADO..: " WS-TOT-SALDO
           DISPLAY "TOTAL DAS QUITACOES.....: " WS-TOT-QUITACAO
           DISPLAY "BOLETOS EM MUTBOL.TXT"
           DISPLAY "=============================================="
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
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

       P100-CARREGA-CAMPANHAS.
           MOVE "N" TO WS-MUT-EOF
           OPEN INPUT MUT-FILE
           IF WS-MUT-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE MUT-REGISTRO
                       TO WS-MUT-REGISTRO(WS-QTD-CAMPANHAS)
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

       P150-VALIDA-CAMPANHA.
           MOVE ZEROS TO WS-MUT-ACHADO
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-REGISTRO(WS-MUT-IDX) TO MUT-REGISTRO
               IF MUT-CODIGO = WS-CODIGO
                   MOVE WS-MUT-IDX TO WS-MUT-ACHADO
               END-IF
           END-PERFORM
           IF WS-MUT-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P150-SAIDA
           END-IF
           MOVE WS-MUT-REGISTRO(WS-MUT-ACHADO) TO MUT-REGISTRO
           IF NOT MUT-ABERTA
               DISPLAY "CAMPANHA JA GERADA OU ENCERRADA (SITUACAO "
                       MUT-SITUACAO ") - NADA A GERAR."
               MOVE ZEROS TO WS-MUT-ACHADO
               GO TO P150-SAIDA
           END-IF
           IF WS-DATA-HOJE < MUT-DT-INICIO
              OR WS-DATA-HOJE > MUT-DT-FIM
               DISPLAY "CAMPANHA FORA DA VIGENCIA " MUT-DT-INICIO
                       " A " MUT-DT-FIM " - NADA A GERAR."
               MOVE ZEROS TO WS-MUT-ACHADO
               GO TO P150-SAIDA
           END-IF
           MOVE MUT-CODIGO         TO WS-CP-CODIGO
           MOVE MUT-DESCRICAO      TO WS-CP-DESCRICAO
           MOVE MUT-DT-FIM         TO WS-CP-DT-FIM
           MOVE MUT-DIAS-MIN       TO WS-CP-DIAS-MIN
           MOVE MUT-DIAS-MAX       TO WS-CP-DIAS-MAX
           MOVE MUT-FILIAL         TO WS-CP-FILIAL
           MOVE MUT-PRODUTO        TO WS-CP-PRODUTO
           MOVE MUT-PCT-DESC-QUIT  TO WS-CP-PCT-QUIT
           MOVE MUT-PCT-DESC-RENEG TO WS-CP-PCT-RENEG
           MOVE MUT-PCT-ENTRADA    TO WS-CP-PCT-ENTRADA
           MOVE MUT-TAXA-JUROS     TO WS-CP-TAXA
           MOVE MUT-NUM-PARCELAS   TO WS-CP-PARCELAS
           .
       P150-SAIDA.
           EXIT.

       P200-CARREGA-BLOQUEIOS.
           MOVE "N" TO WS-MOF-EOF
           OPEN INPUT MOF-FILE
           IF WS-MOF-STATUS = "00"
               PERFORM P205-LE-OFERTA
               PERFORM UNTIL FIM-OFERTAS
                       OR WS-QTD-BLOQ = 20000
                   IF MOF-EMITIDA
                      AND MOF-DT-VALIDADE >= WS-DATA-HOJE
                       ADD 1 TO WS-QTD-BLOQ
                       MOVE MOF-CONTRATO
                           TO WS-BLQ-CONTRATO(WS-QTD-BLOQ)
                   END-IF
                   PERFORM P205-LE-OFERTA
               END-PERFORM
               CLOSE MOF-FILE
           END-IF
           .

       P205-LE-OFERTA.
           READ MOF-FILE
               AT END SET FIM-OFERTAS TO TRUE
           END-READ
           .

       P210-CARREGA-OPTOUTS.
           MOVE "N" TO WS-CNS-EOF
           OPEN INPUT CNS-FILE
           IF WS-CNS-STATUS = "00"
               PERFORM P215-LE-CONSENT
               PERFORM UNTIL FIM-CONSENTS
                       OR WS-QTD-OPTOUT = 500
                   IF CNS-CANAL-CARTA = "N"
                       ADD 1 TO WS-QTD-OPTOUT
                       MOVE CNS-CODIGO
                           TO WS-OPT-CODIGO(WS-QTD-OPTOUT)
                   END-IF
                   PERFORM P215-LE-CONSENT
               END-PERFORM
               CLOSE CNS-FILE
           END-IF
           .

       P215-LE-CONSENT.
           READ CNS-FILE
               AT END SET FIM-CONSENTS TO TRUE
           END-READ
           .

       P300-ABRE-ARQUIVOS.
           MOVE "N" TO WS-PWK-EOF
           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS NOT = "00"
               DISPLAY "POSWORK.DAT INDISPONIVEL - RODE A POSICAO "
                       "DA NOITE (posWork) ANTES DA CAMPANHA."
               SET FIM-POSICAO TO TRUE
           END-IF
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           OPEN INPUT CAD-FILE
           OPEN EXTEND MOF-FILE
           IF WS-MOF-STATUS = "35"
               OPEN OUTPUT MOF-FILE
               CLOSE MOF-FILE
               OPEN EXTEND MOF-FILE
           END-IF
           OPEN EXTEND CRT-FILE
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT CRT-FILE
               CLOSE CRT-FILE
               OPEN EXTEND CRT-FILE
           END-IF
           OPEN EXTEND BOL-FILE
           IF WS-BOL-STATUS = "35"
               OPEN OUTPUT BOL-FILE
               CLOSE BOL-FILE
               OPEN EXTEND BOL-FILE
           END-IF
           .

       P310-LE-POSICAO.
           IF NOT FIM-POSICAO
               READ PWK-FILE
                   AT END SET FIM-POSICAO TO TRUE
               END-READ
           END-IF
           .

       P320-ACUMULA-POSICAO.
      *>   O POSWORK SAI NA ORDEM DO FINMAST: AS PARCELAS DE UM
      *>   CONTRATO VEM JUNTAS E A QUEBRA FECHA O CONTRATO ANTERIOR.
           IF PWK-CONTRATO NOT = WS-QB-CONTRATO
               IF WS-QB-CONTRATO NOT = ZEROS
                   PERFORM P400-AVALIA-CONTRATO THRU P400-SAIDA
               END-IF
               MOVE PWK-CONTRATO    TO WS-QB-CONTRATO
               MOVE PWK-DIAS-ATRASO TO WS-QB-MAIOR-ATRASO
               MOVE PWK-FILIAL      TO WS-QB-FILIAL
           END-IF
           IF PWK-DIAS-ATRASO > WS-QB-MAIOR-ATRASO
               MOVE PWK-DIAS-ATRASO TO WS-QB-MAIOR-ATRASO
           END-IF
           PERFORM P310-LE-POSICAO
           .

       P390-FECHA-ARQUIVOS.
           IF WS-PWK-STATUS NOT = "35"
               CLOSE PWK-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE MOF-FILE
           CLOSE CRT-FILE
           CLOSE BOL-FILE
           .

       P400-AVALIA-CONTRATO.
           IF WS-QB-MAIOR-ATRASO < WS-CP-DIAS-MIN
              OR WS-QB-MAIOR-ATRASO > WS-CP-DIAS-MAX
               GO TO P400-SAIDA
           END-IF
           IF WS-CP-FILIAL NOT = ZEROS
              AND WS-QB-FILIAL NOT = WS-CP-FILIAL
               GO TO P400-SAIDA
           END-IF

           MOVE WS-QB-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   GO TO P400-SAIDA
           END-READ
           IF NOT FIN-ATIVO
               GO TO P400-SAIDA
           END-IF
           IF WS-CP-PRODUTO NOT = ZEROS
              AND FIN-COD-PRODUTO NOT = WS-CP-PRODUTO
               GO TO P400-SAIDA
           END-IF
           ADD 1 TO WS-QTD-AVALIADOS

           MOVE "N" TO WS-DESCARTA
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-QTD-BLOQ
               IF WS-BLQ-CONTRATO(WS-BLQ-IDX) = FIN-CONTRATO
                   SET CONTRATO-DESCARTADO TO TRUE
               END-IF
           END-PERFORM
           IF CONTRATO-DESCARTADO
               ADD 1 TO WS-QTD-BLOQUEADOS
               GO TO P400-SAIDA
           END-IF

           PERFORM P410-CALCULA-SALDO
           IF WS-SALDO-DEVEDOR = ZEROS
               GO TO P400-SAIDA
           END-IF

           PERFORM P430-PRECIFICA-OFERTA
           WRITE MOF-REGISTRO
           ADD 1 TO WS-QTD-OFERTAS
           ADD MOF-SALDO          TO WS-TOT-SALDO
           ADD MOF-VALOR-QUITACAO TO WS-TOT-QUITACAO

           PERFORM P500-VERIFICA-ENVIO
           IF CARTA-NAO-ENVIADA
               ADD 1 TO WS-QTD-SEM-CARTA
           ELSE
               PERFORM P510-GERA-CARTA
               ADD 1 TO WS-QTD-CARTAS
           END-IF

           MOVE 1                   TO WS-BL-OPCAO
           MOVE "QUITACAO DO CONTRATO" TO WS-BL-TITULO
           MOVE MOF-VALOR-QUITACAO  TO WS-BL-VALOR
           PERFORM P600-IMPRIME-BOLETO
           MOVE 2                   TO WS-BL-OPCAO
           MOVE "ENTRADA DA RENEGOCIACAO" TO WS-BL-TITULO
           MOVE MOF-VALOR-ENTRADA   TO WS-BL-VALOR
           PERFORM P600-IMPRIME-BOLETO

           MOVE "MUTOFERTA"        TO WS-EVU-TIPO
           MOVE MOF-VALOR-QUITACAO TO WS-EVU-VALOR
           MOVE WS-OPERADOR        TO WS-EVU-OPER
           MOVE SPACES             TO WS-EVU-DET
           STRING "OFERTA MUTIRAO CAMPANHA " WS-CP-CODIGO
                  DELIMITED BY SIZE INTO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           .
       P400-SAIDA.
           EXIT.

       P410-CALCULA-SALDO.
      *>   MESMA REGRA DE SALDO DEVEDOR DO payoff: SAC EM COTAS
      *>   IGUAIS, PRICE RECONSTRUIDO PARCELA A PARCELA, MENOS O
      *>   PARCIAL JA PAGO DA PARCELA CORRENTE.
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
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P420-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           IF WS-SALDO-DEVEDOR > WS-PAG-VALOR-PARCIAL-PAGO
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO FROM WS-SALDO-DEVEDOR
           ELSE
               MOVE ZEROS TO WS-SALDO-DEVEDOR
           END-IF
           .

       P420-SALDO-PRICE.
           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO =
                       (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                       / FIN-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM FIN-NUM-PARCELAS TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * FIN-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                        - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           PERFORM WS-PAG-ULT-PARCELA-PAGA TIMES
               COMPUTE WS-JUROS-PARCELA =
                       WS-SALDO-DEVEDOR * FIN-TAXA-JUROS
               COMPUTE WS-SALDO-DEVEDOR = WS-SALDO-DEVEDOR
                       - (WS-PRESTACAO - WS-JUROS-PARCELA)
           END-PERFORM
           .

       P430-PRECIFICA-OFERTA.
      *>   QUITACAO: SALDO MENOS O DESCONTO A VISTA. RENEGOCIACAO:
      *>   SALDO MENOS O DESCONTO DE RENEGOCIACAO, DO QUAL A ENTRADA
      *>   SAI NO BOLETO E O RESTO VIRA UM PLANO PRICE NOVO.
           MOVE WS-CP-CODIGO       TO MOF-CAMPANHA
           MOVE FIN-CONTRATO       TO MOF-CONTRATO
           MOVE FIN-COD-CLIENTE    TO MOF-COD-CLIENTE
           MOVE FIN-CLIENTE        TO MOF-CLIENTE
           MOVE WS-QB-MAIOR-ATRASO TO MOF-DIAS-ATRASO
           MOVE WS-SALDO-DEVEDOR   TO MOF-SALDO
           COMPUTE MOF-VALOR-QUITACAO ROUNDED =
                   WS-SALDO-DEVEDOR * (100 - WS-CP-PCT-QUIT) / 100
           COMPUTE MOF-VALOR-RENEG ROUNDED =
                   WS-SALDO-DEVEDOR * (100 - WS-CP-PCT-RENEG) / 100
           COMPUTE MOF-VALOR-ENTRADA ROUNDED =
                   MOF-VALOR-RENEG * WS-CP-PCT-ENTRADA / 100
           MOVE WS-CP-TAXA         TO MOF-TAXA-JUROS
           MOVE WS-CP-PARCELAS     TO MOF-NUM-PARCELAS
           COMPUTE WS-VALOR-FINANCIAR =
                   MOF-VALOR-RENEG - MOF-VALOR-ENTRADA
           PERFORM P440-CALCULA-PRESTACAO-PRICE
           MOVE WS-PRESTACAO       TO MOF-VALOR-PARCELA
           MOVE WS-CP-DT-FIM       TO MOF-DT-VALIDADE
           MOVE "E"                TO MOF-SITUACAO
           MOVE ZEROS              TO MOF-DT-ADESAO
           MOVE ZEROS              TO MOF-VALOR-PAGO
           MOVE ZEROS              TO MOF-VALOR-DESCONTO
           .

       P440-CALCULA-PRESTACAO-PRICE.
      *>   PRESTACAO = SALDO * I / (1 - (1+I)**-N), CALCULADA COM O
      *>   FATOR (1+I)**N ACUMULADO POR MULTIPLICACAO.
           IF WS-CP-TAXA = ZEROS
               COMPUTE WS-PRESTACAO =
                       WS-VALOR-FINANCIAR / WS-CP-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM WS-CP-PARCELAS TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * WS-CP-TAXA
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       WS-VALOR-FINANCIAR * WS-CP-TAXA
                       * WS-FATOR-PRICE
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           .

       P500-VERIFICA-ENVIO.
      *>   CORREIO JA DEVOLVIDO OU CLIENTE QUE RECUSOU CARTAS NAO
      *>   RECEBE A PROPOSTA PELO CORREIO - A OFERTA E OS BOLETOS
      *>   FICAM VALENDO PARA O ATENDIMENTO OFERECER NO CONTATO.
           MOVE "N" TO WS-SEM-CARTA
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   MOVE FIN-CLIENTE TO CAD-NOME
                   MOVE SPACES      TO CAD-LOGRADOURO
                   MOVE SPACES      TO CAD-NUMERO
                   MOVE SPACES      TO CAD-CIDADE
                   MOVE SPACES      TO CAD-UF
                   MOVE SPACES      TO CAD-CEP
                   SET CARTA-NAO-ENVIADA TO TRUE
               NOT INVALID KEY
                   IF CAD-ENDERECO-DEVOLVIDO
                       SET CARTA-NAO-ENVIADA TO TRUE
                   END-IF
           END-READ
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-QTD-OPTOUT
               IF WS-OPT-CODIGO(WS-OPT-IDX) = FIN-COD-CLIENTE
                   SET CARTA-NAO-ENVIADA TO TRUE
               END-IF
           END-PERFORM
           .

       P510-GERA-CARTA.
           MOVE ALL "=" TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROPOSTA DE ACORDO - CAMPANHA " WS-CP-CODIGO
                  "  DATA: " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE WS-CP-DESCRICAO TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-LOGRADOURO ", " CAD-NUMERO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-CIDADE " - " CAD-UF "  CEP " CAD-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CONTRATO: " FIN-CONTRATO
                  "  OBJETO: " FIN-OBJETO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "SALDO DEVEDOR HOJE: " MOF-SALDO
                  "  ATRASO: " MOF-DIAS-ATRASO " DIAS"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE "REGULARIZE SUA SITUACAO COM DESCONTO:" TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OPCAO 1 - QUITACAO A VISTA POR " MOF-VALOR-QUITACAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OPCAO 2 - ENTRADA DE " MOF-VALOR-ENTRADA
                  " + " MOF-NUM-PARCELAS " PARCELAS DE "
                  MOF-VALOR-PARCELA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PAGUE O BOLETO DA OPCAO ESCOLHIDA ATE "
                  MOF-DT-VALIDADE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE "O PAGAMENTO FORMALIZA O ACORDO AUTOMATICAMENTE."
               TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE ALL "=" TO CRT-LINHA
           WRITE CRT-LINHA
           .

       P600-IMPRIME-BOLETO.
           PERFORM P650-MONTA-LINHA-DIGITAVEL
           MOVE ALL "=" TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "BOLETO DE ACORDO - CAMPANHA " WS-CP-CODIGO
                  " - " WS-BL-TITULO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE WS-BL-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CONTRATO: " FIN-CONTRATO
                  "  VENCIMENTO: " MOF-DT-VALIDADE
                  "  VALOR: " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "LINHA DIGITAVEL: "
                  WS-LD-CAMPO1 "-" WS-LD-DV1 " "
                  WS-LD-CAMPO2 "-" WS-LD-DV2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "                 "
                  WS-LD-CAMPO3 "-" WS-LD-DV3
                  " DV GERAL: " WS-LD-DV-GERAL
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE "NAO RECEBER APOS O VENCIMENTO" TO BOL-LINHA
           WRITE BOL-LINHA
           MOVE ALL "=" TO BOL-LINHA
           WRITE BOL-LINHA
           .

       P650-MONTA-LINHA-DIGITAVEL.
      *>   CAMPO 1: CONTRATO + 9 + CAMPANHA + OPCAO. CAMPO 2:
      *>   VALIDADE SEM O DIGITO DO MILENIO + CLIENTE. CAMPO 3:
      *>   VALOR EM CENTAVOS. DVs COMO NO boleto.cbl.
           MOVE FIN-CONTRATO      TO WS-C1-CONTRATO
           MOVE WS-CP-CODIGO      TO WS-C1-CAMPANHA
           MOVE WS-BL-OPCAO       TO WS-C1-OPCAO
           MOVE WS-CAMPO1-MONTADO TO WS-LD-CAMPO1

           MOVE MOF-DT-VALIDADE   TO WS-C2-VENCIMENTO
           MOVE FIN-COD-CLIENTE   TO WS-C2-COD-CLIENTE
           MOVE WS-CAMPO2-MONTADO TO WS-LD-CAMPO2

           COMPUTE WS-VALOR-CENTAVOS = WS-BL-VALOR * 100
           MOVE WS-VALOR-CENTAVOS TO WS-C3-VALOR
           MOVE WS-CAMPO3-MONTADO TO WS-LD-CAMPO3

           MOVE WS-LD-CAMPO1 TO WS-DV-CAMPO
           PERFORM P660-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV1

           MOVE WS-LD-CAMPO2 TO WS-DV-CAMPO
           PERFORM P660-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV2

           MOVE WS-LD-CAMPO3 TO WS-DV-CAMPO
           PERFORM P660-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV3

           PERFORM P670-CALCULA-MOD11-GERAL
           .

       P660-CALCULA-MOD10.
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM VARYING WS-DV-IDX FROM 12 BY -1
                   UNTIL WS-DV-IDX < 1
               COMPUTE WS-DV-PRODUTO =
                       WS-DV-DIG(WS-DV-IDX) * WS-DV-PESO
               IF WS-DV-PRODUTO > 9
                   SUBTRACT 9 FROM WS-DV-PRODUTO
               END-IF
               ADD WS-DV-PRODUTO TO WS-DV-SOMA
               IF WS-DV-PESO = 2
                   MOVE 1 TO WS-DV-PESO
               ELSE
                   MOVE 2 TO WS-DV-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA, 10)
           IF WS-DV-RESTO = ZEROS
               MOVE ZEROS TO WS-DV-RESULTADO
           ELSE
               COMPUTE WS-DV-RESULTADO = 10 - WS-DV-RESTO
           END-IF
           .

       P670-CALCULA-MOD11-GERAL.
           MOVE ZEROS TO WS-DV-SOMA-GERAL
           MOVE 2     TO WS-DV-PESO

           MOVE WS-LD-CAMPO3 TO WS-DV-CAMPO
           PERFORM P680-ACUMULA-MOD11
           MOVE WS-LD-CAMPO2 TO WS-DV-CAMPO
           PERFORM P680-ACUMULA-MOD11
           MOVE WS-LD-CAMPO1 TO WS-DV-CAMPO
           PERFORM P680-ACUMULA-MOD11

           COMPUTE WS-DV-RESTO = FUNCTION MOD(WS-DV-SOMA-GERAL, 11)
           EVALUATE WS-DV-RESTO
               WHEN 0
               WHEN 1
               WHEN 10
                   MOVE 1 TO WS-LD-DV-GERAL
               WHEN OTHER
                   COMPUTE WS-LD-DV-GERAL = 11 - WS-DV-RESTO
           END-EVALUATE
           .

       P680-ACUMULA-MOD11.
           PERFORM VARYING WS-DV-IDX FROM 12 BY -1
                   UNTIL WS-DV-IDX < 1
               COMPUTE WS-DV-SOMA-GERAL = WS-DV-SOMA-GERAL
                       + WS-DV-DIG(WS-DV-IDX) * WS-DV-PESO
               IF WS-DV-PESO = 9
                   MOVE 2 TO WS-DV-PESO
               ELSE
                   ADD 1 TO WS-DV-PESO
               END-IF
           END-PERFORM
           .

       P800-MARCA-CAMPANHA.
      *>   A CAMPANHA GERADA NAO GERA DE NOVO NEM MUDA DE REGRA: AS
      *>   OFERTAS JA ESTAO NA RUA COM O PRECO DE HOJE.
           MOVE WS-MUT-REGISTRO(WS-MUT-ACHADO) TO MUT-REGISTRO
           MOVE "G"          TO MUT-SITUACAO
           MOVE WS-DATA-HOJE TO MUT-DT-GERACAO
           MOVE MUT-REGISTRO TO WS-MUT-REGISTRO(WS-MUT-ACHADO)
           OPEN OUTPUT MUT-FILE
           PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                   UNTIL WS-MUT-IDX > WS-QTD-CAMPANHAS
               MOVE WS-MUT-REGISTRO(WS-MUT-IDX) TO MUT-REGISTRO
               WRITE MUT-REGISTRO
           END-PERFORM
           CLOSE MUT-FILE
           .

       END PROGRAM mutLote.
