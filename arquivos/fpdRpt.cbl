      ******************************************************************
      * Author:
      * Date:
      * Purpose: First-payment default (FPD) monitor - a contract
      *          whose first parcela is never paid is usually fraud
      *          or a bad sale, so this monthly run takes the
      *          contracts of FINMAST.DAT whose first parcela fell due
      *          in the last FPD-MESES-SAFRA months (SYSPARM) and has
      *          had 30/60 days to be paid, finds on POSWORK.DAT the
      *          ones whose parcela 1 is still the first open parcela
      *          (PWK-PRIMEIRA) more than 30/60 days late, and shows
      *          the FPD30/FPD60 rate per originating store
      *          (FIN-COD-LOJISTA), per booking operator (the BOOKING
      *          event on EVENTOS.DAT - the alcada signer, or LOTE),
      *          per product and per branch. A store with at least
      *          FPD-MIN-CONTRATOS matured contracts and an FPD30
      *          rate above FPD-PCT-TOLERA is flagged on LOJISTA.DAT
      *          (LOJ-REVISAO-FPD) so the intake parks its new
      *          applications for alcada review; a store back under
      *          the tolerance is released. Output to FPD.RPT and
      *          the screen.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      *          The store review flag on LOJISTA.DAT is only moved
      *          by the consolidated run - a store sells for every
      *          company of the group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fpdRpt.

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

               SELECT PWK-FILE ASSIGN TO "POSWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PWK-STATUS.

               SELECT EVT-FILE ASSIGN TO "EVENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT LOJ-FILE ASSIGN TO "LOJISTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOJ-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT RPT-FILE ASSIGN TO "FPD.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PWK-FILE.
           COPY PWKFD.

       FD  EVT-FILE.
           COPY EVTFD.

       FD  LOJ-FILE.
           COPY LOJFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(90).

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
           COPY RPTHDR.
           COPY EMPLK.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PWK-STATUS       PIC XX.
           03  WS-EVT-STATUS       PIC XX.
           03  WS-LOJ-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-FIN-EOF          PIC X.
               88  FIM-CONTRATOS      VALUE "S".
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-EVT-EOF          PIC X.
               88  FIM-EVENTOS        VALUE "S".
           03  WS-LOJ-EOF          PIC X.
               88  FIM-LOJISTAS       VALUE "S".
           03  WS-CTR-CHEIA        PIC X VALUE "N".
               88  CONTRATOS-TRANSBORDOU VALUE "S".
           03  WS-IDX              PIC 9(05).
           03  WS-AGR-IDX          PIC 9(04).
           03  WS-AGR-ACHADO       PIC 9(04).
           03  WS-LOJ-IDX          PIC 9(03).
           03  WS-DIM              PIC X(01).
           03  WS-CHAVE            PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-JULIANO-HOJE     PIC 9(7).
           03  WS-JULIANO-VENC     PIC 9(7).
           03  WS-DIAS-VENCIDO     PIC S9(07).
           03  WS-DATA-INICIO      PIC 9(8).
           03  WS-MES-TOTAL        PIC 9(06).
           03  WS-PARC-VENC        PIC 999.
           03  WS-PCT-30           PIC 9(03)V99.
           03  WS-PCT-60           PIC 9(03)V99.
           03  WS-PCT-30-EDIT      PIC ZZ9,99.
           03  WS-PCT-60-EDIT      PIC ZZ9,99.
           03  WS-NOME             PIC X(20).
           03  WS-MARCA            PIC X(12).
           03  WS-QTD-MARCADAS     PIC 9(03) VALUE ZEROS.
           03  WS-QTD-LIBERADAS    PIC 9(03) VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(90).

       01  WS-DATA-HOJE-QUEBRA.
           03  WS-HJ-AAAA          PIC 9(4).
           03  WS-HJ-MM            PIC 9(2).
           03  WS-HJ-DD            PIC 9(2).
       01  WS-INICIO-QUEBRA.
           03  WS-IN-AAAA          PIC 9(4).
           03  WS-IN-MM            PIC 9(2).
           03  WS-IN-DD            PIC 9(2).
       01  WS-DATA-VENCIMENTO      PIC 9(8).
       01  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
           03  WS-VC-AAAA          PIC 9(4).
           03  WS-VC-MM            PIC 9(2).
           03  WS-VC-DD            PIC 9(2).
       01  WS-DT-CONTRATO-COPIA    PIC 9(8).
       01  WS-CONTRATO-QUEBRA REDEFINES WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

      *>   UM ITEM POR CONTRATO MADURO (PRIMEIRA PARCELA VENCIDA HA
      *>   30 DIAS OU MAIS) - CARREGADO NA ORDEM DA CHAVE DO FINMAST,
      *>   POR ISSO A BUSCA BINARIA NA POSICAO E NOS EVENTOS.
       01  WS-QTD-CONTRATOS        PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CONTRATOS.
           03  WS-CTR-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CONTRATOS
                           ASCENDING KEY IS WS-CTR-CONTRATO
                           INDEXED BY WS-CTR-IDX.
               05  WS-CTR-CONTRATO PIC 9(06).
               05  WS-CTR-LOJISTA  PIC 9(04).
               05  WS-CTR-PRODUTO  PIC 9(04).
               05  WS-CTR-FILIAL   PIC 9(02).
               05  WS-CTR-OPERADOR PIC X(08).
               05  WS-CTR-MADURO-60 PIC X(01).
               05  WS-CTR-FPD-30   PIC X(01).
               05  WS-CTR-FPD-60   PIC X(01).

      *>   TAXAS POR DIMENSAO: L = LOJISTA, O = OPERADOR,
      *>   P = PRODUTO, F = FILIAL.
       01  WS-QTD-AGREGADOS        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-AGREGADOS.
           03  WS-AGR-ITEM OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-QTD-AGREGADOS.
               05  WS-AGR-DIM      PIC X(01).
               05  WS-AGR-CHAVE    PIC X(08).
               05  WS-AGR-MAD-30   PIC 9(05).
               05  WS-AGR-FPD-30   PIC 9(05).
               05  WS-AGR-MAD-60   PIC 9(05).
               05  WS-AGR-FPD-60   PIC 9(05).

       01  WS-QTD-LOJISTAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-LOJISTAS.
           03  WS-LOJ-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-LOJISTAS.
               05  WS-LOJ-REGISTRO PIC X(48).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-HOJE-QUEBRA
           COMPUTE WS-JULIANO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-EMPRESA-DO-RELATORIO

      *>   INICIO DA JANELA: HOJE MENOS FPD-MESES-SAFRA MESES.
           COMPUTE WS-MES-TOTAL = WS-HJ-AAAA * 12 + WS-HJ-MM - 1
                                - WS-SYS-FPD-MESES-SAFRA
           COMPUTE WS-IN-AAAA = WS-MES-TOTAL / 12
           COMPUTE WS-IN-MM = FUNCTION MOD(WS-MES-TOTAL, 12) + 1
           MOVE 1 TO WS-IN-DD
           MOVE WS-INICIO-QUEBRA TO WS-DATA-INICIO

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               GOBACK
           END-IF
           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS NOT = "00"
               DISPLAY "SEM POSICAO DA CARTEIRA (POSWORK.DAT) - RODE "
                       "O posWork ANTES DO RELATORIO DE FPD."
               CLOSE FIN-FILE
               GOBACK
           END-IF

           PERFORM P100-CARREGA-CONTRATOS
           CLOSE FIN-FILE
           IF CONTRATOS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 CONTRATOS NA JANELA - REDUZA "
                       "FPD-MESES-SAFRA NO SYSPARM."
               CLOSE PWK-FILE
               GOBACK
           END-IF

           PERFORM P200-MARCA-FPD
           CLOSE PWK-FILE
           PERFORM P300-ATRIBUI-OPERADOR THRU P300-SAIDA
           PERFORM P400-AGREGA
           PERFORM P450-CARREGA-LOJISTAS
           PERFORM P500-IMPRIME-RELATORIO
           IF WS-RPT-EMPRESA = ZEROS
               PERFORM P800-REGRAVA-LOJISTAS THRU P800-SAIDA
           END-IF
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-FPD-PCT-TOLERA IS NUMERIC
                          AND SYS-PARM-FPD-PCT-TOLERA > ZEROS
                           MOVE SYS-PARM-FPD-PCT-TOLERA
                               TO WS-SYS-FPD-PCT-TOLERA
                       END-IF
                       IF SYS-PARM-FPD-MESES-SAFRA IS NUMERIC
                          AND SYS-PARM-FPD-MESES-SAFRA > ZEROS
                           MOVE SYS-PARM-FPD-MESES-SAFRA
                               TO WS-SYS-FPD-MESES-SAFRA
                       END-IF
                       IF SYS-PARM-FPD-MIN-CONTRATOS IS NUMERIC
                          AND SYS-PARM-FPD-MIN-CONTRATOS > ZEROS
                           MOVE SYS-PARM-FPD-MIN-CONTRATOS
                               TO WS-SYS-FPD-MIN-CONTRATOS
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-CARREGA-CONTRATOS.
           MOVE "N" TO WS-FIN-EOF
           PERFORM P110-LE-CONTRATO
           PERFORM UNTIL FIM-CONTRATOS OR CONTRATOS-TRANSBORDOU
               MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
               MOVE FIN-CONTRATO    TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF NOT FIN-CANCELADO AND EMU-OK
                   PERFORM P120-AVALIA-CONTRATO THRU P120-SAIDA
               END-IF
               PERFORM P110-LE-CONTRATO
           END-PERFORM
           .

       P110-LE-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END SET FIM-CONTRATOS TO TRUE
           END-READ
           .

       P120-AVALIA-CONTRATO.
      *>   VENCIMENTO DA PARCELA 1 PELA MESMA REGRA DO posWork:
      *>   DATA DO CONTRATO MAIS UM MES, DIA AJUSTADO AO FIM DO MES
      *>   E ROLADO PARA DIA UTIL.
           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           COMPUTE WS-MES-TOTAL = WS-CD-MM + 1
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE 1 TO WS-PARC-VENC
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-PARC-VENC
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           IF WS-DATA-VENCIMENTO < WS-DATA-INICIO
               GO TO P120-SAIDA
           END-IF
           COMPUTE WS-JULIANO-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
           COMPUTE WS-DIAS-VENCIDO = WS-JULIANO-HOJE - WS-JULIANO-VENC
           IF WS-DIAS-VENCIDO < 30
               GO TO P120-SAIDA
           END-IF

           IF WS-QTD-CONTRATOS = 20000
               SET CONTRATOS-TRANSBORDOU TO TRUE
               GO TO P120-SAIDA
           END-IF
           ADD 1 TO WS-QTD-CONTRATOS
           MOVE FIN-CONTRATO TO WS-CTR-CONTRATO(WS-QTD-CONTRATOS)
           IF FIN-COD-LOJISTA IS NUMERIC
               MOVE FIN-COD-LOJISTA
                   TO WS-CTR-LOJISTA(WS-QTD-CONTRATOS)
           ELSE
               MOVE ZEROS TO WS-CTR-LOJISTA(WS-QTD-CONTRATOS)
           END-IF
           IF FIN-COD-PRODUTO IS NUMERIC
               MOVE FIN-COD-PRODUTO
                   TO WS-CTR-PRODUTO(WS-QTD-CONTRATOS)
           ELSE
               MOVE ZEROS TO WS-CTR-PRODUTO(WS-QTD-CONTRATOS)
           END-IF
           IF FIN-COD-FILIAL IS NUMERIC
              AND FIN-COD-FILIAL > ZEROS
               MOVE FIN-COD-FILIAL
                   TO WS-CTR-FILIAL(WS-QTD-CONTRATOS)
           ELSE
               MOVE 1 TO WS-CTR-FILIAL(WS-QTD-CONTRATOS)
           END-IF
           MOVE "LOTE" TO WS-CTR-OPERADOR(WS-QTD-CONTRATOS)
           IF WS-DIAS-VENCIDO < 60
               MOVE "N" TO WS-CTR-MADURO-60(WS-QTD-CONTRATOS)
           ELSE
               MOVE "S" TO WS-CTR-MADURO-60(WS-QTD-CONTRATOS)
           END-IF
           MOVE "N" TO WS-CTR-FPD-30(WS-QTD-CONTRATOS)
           MOVE "N" TO WS-CTR-FPD-60(WS-QTD-CONTRATOS)
           .
       P120-SAIDA.
           EXIT.

       P200-MARCA-FPD.
      *>   PARCELA 1 AINDA EM ABERTO E PRIMEIRA DO CONTRATO = O
      *>   CLIENTE NUNCA PAGOU NADA.
           MOVE "N" TO WS-PWK-EOF
           PERFORM P210-LE-POSICAO
           PERFORM UNTIL FIM-POSICAO
               IF PWK-PARCELA = 1
                  AND PWK-PRIMEIRA = "S"
                  AND PWK-DIAS-ATRASO > 30
                   SEARCH ALL WS-CTR-ITEM
                       AT END
                           CONTINUE
                       WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = PWK-CONTRATO
                           MOVE "S" TO WS-CTR-FPD-30(WS-CTR-IDX)
                           IF PWK-DIAS-ATRASO > 60
                               MOVE "S" TO WS-CTR-FPD-60(WS-CTR-IDX)
                           END-IF
                   END-SEARCH
               END-IF
               PERFORM P210-LE-POSICAO
           END-PERFORM
           .

       P210-LE-POSICAO.
           READ PWK-FILE
               AT END SET FIM-POSICAO TO TRUE
           END-READ
           .

       P300-ATRIBUI-OPERADOR.
           MOVE "N" TO WS-EVT-EOF
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS NOT = "00"
               GO TO P300-SAIDA
           END-IF
           PERFORM P310-LE-EVENTO
           PERFORM UNTIL FIM-EVENTOS
               IF EVT-TIPO = "BOOKING"
                   SEARCH ALL WS-CTR-ITEM
                       AT END
                           CONTINUE
                       WHEN WS-CTR-CONTRATO(WS-CTR-IDX) = EVT-CONTRATO
                           MOVE EVT-OPERADOR
                               TO WS-CTR-OPERADOR(WS-CTR-IDX)
                   END-SEARCH
               END-IF
               PERFORM P310-LE-EVENTO
           END-PERFORM
           CLOSE EVT-FILE
           .
       P300-SAIDA.
           EXIT.

       P310-LE-EVENTO.
           READ EVT-FILE
               AT END SET FIM-EVENTOS TO TRUE
           END-READ
           .

       P400-AGREGA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTRATOS
               IF WS-CTR-LOJISTA(WS-IDX) > ZEROS
                   MOVE "L" TO WS-DIM
                   MOVE WS-CTR-LOJISTA(WS-IDX) TO WS-CHAVE
                   PERFORM P410-SOMA-DIMENSAO THRU P410-SAIDA
               END-IF
               MOVE "O" TO WS-DIM
               MOVE WS-CTR-OPERADOR(WS-IDX) TO WS-CHAVE
               PERFORM P410-SOMA-DIMENSAO THRU P410-SAIDA
               MOVE "P" TO WS-DIM
               MOVE WS-CTR-PRODUTO(WS-IDX) TO WS-CHAVE
               PERFORM P410-SOMA-DIMENSAO THRU P410-SAIDA
               MOVE "F" TO WS-DIM
               MOVE WS-CTR-FILIAL(WS-IDX) TO WS-CHAVE
               PERFORM P410-SOMA-DIMENSAO THRU P410-SAIDA
           END-PERFORM
           .

       P410-SOMA-DIMENSAO.
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                  AND WS-AGR-CHAVE(WS-AGR-IDX) = WS-CHAVE
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGR-ACHADO = ZEROS
               IF WS-QTD-AGREGADOS = 3000
                   GO TO P410-SAIDA
               END-IF
               ADD 1 TO WS-QTD-AGREGADOS
               MOVE WS-QTD-AGREGADOS TO WS-AGR-ACHADO
               MOVE WS-DIM   TO WS-AGR-DIM(WS-AGR-ACHADO)
               MOVE WS-CHAVE TO WS-AGR-CHAVE(WS-AGR-ACHADO)
               MOVE ZEROS    TO WS-AGR-MAD-30(WS-AGR-ACHADO)
               MOVE ZEROS    TO WS-AGR-FPD-30(WS-AGR-ACHADO)
               MOVE ZEROS    TO WS-AGR-MAD-60(WS-AGR-ACHADO)
               MOVE ZEROS    TO WS-AGR-FPD-60(WS-AGR-ACHADO)
           END-IF
           ADD 1 TO WS-AGR-MAD-30(WS-AGR-ACHADO)
           IF WS-CTR-FPD-30(WS-IDX) = "S"
               ADD 1 TO WS-AGR-FPD-30(WS-AGR-ACHADO)
           END-IF
           IF WS-CTR-MADURO-60(WS-IDX) = "S"
               ADD 1 TO WS-AGR-MAD-60(WS-AGR-ACHADO)
               IF WS-CTR-FPD-60(WS-IDX) = "S"
                   ADD 1 TO WS-AGR-FPD-60(WS-AGR-ACHADO)
               END-IF
           END-IF
           .
       P410-SAIDA.
           EXIT.

       P450-CARREGA-LOJISTAS.
           MOVE "N" TO WS-LOJ-EOF
           OPEN INPUT LOJ-FILE
           IF WS-LOJ-STATUS = "00"
               PERFORM P460-LE-LOJISTA
               PERFORM UNTIL FIM-LOJISTAS
                       OR WS-QTD-LOJISTAS = 200
                   ADD 1 TO WS-QTD-LOJISTAS
                   MOVE LOJ-REGISTRO
                       TO WS-LOJ-REGISTRO(WS-QTD-LOJISTAS)
                   PERFORM P460-LE-LOJISTA
               END-PERFORM
               CLOSE LOJ-FILE
           END-IF
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               PERFORM P470-VERIFICA-AMOSTRA
           END-PERFORM
           .

       P460-LE-LOJISTA.
           READ LOJ-FILE
               AT END SET FIM-LOJISTAS TO TRUE
           END-READ
           .

       P470-VERIFICA-AMOSTRA.
      *>   LOJA SEM CONTRATO MADURO NA JANELA NAO TEM TAXA - SAI DA
      *>   REVISAO; AS DEMAIS SAO AVALIADAS NA IMPRESSAO (P530).
           MOVE WS-LOJ-REGISTRO(WS-LOJ-IDX) TO LOJ-REGISTRO
           MOVE ZEROS TO WS-AGR-ACHADO
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = "L"
                  AND WS-AGR-CHAVE(WS-AGR-IDX)(1:4) = LOJ-CODIGO
                   MOVE WS-AGR-IDX TO WS-AGR-ACHADO
               END-IF
           END-PERFORM
           IF WS-AGR-ACHADO = ZEROS
               IF LOJ-EM-REVISAO-FPD
                   ADD 1 TO WS-QTD-LIBERADAS
               END-IF
               MOVE "N" TO LOJ-REVISAO-FPD
               MOVE LOJ-REGISTRO TO WS-LOJ-REGISTRO(WS-LOJ-IDX)
           END-IF
           .

       P500-IMPRIME-RELATORIO.
           MOVE "FPDRPT" TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
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
           MOVE "FIRST PAYMENT DEFAULT - PARCELA 1 NUNCA PAGA"
               TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PRIMEIRA PARCELA VENCIDA DESDE " WS-DATA-INICIO
                  "  TOLERANCIA LOJISTA: " WS-SYS-FPD-PCT-TOLERA
                  "% COM NO MINIMO " WS-SYS-FPD-MIN-CONTRATOS
                  " CONTRATOS"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           MOVE "L" TO WS-DIM
           MOVE "POR LOJISTA" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "O" TO WS-DIM
           MOVE "POR OPERADOR DO BOOKING" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "P" TO WS-DIM
           MOVE "POR PRODUTO" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO
           MOVE "F" TO WS-DIM
           MOVE "POR FILIAL" TO WS-LINHA-EDIT
           PERFORM P510-IMPRIME-DIMENSAO

           MOVE SPACES TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "LOJISTAS COLOCADOS EM REVISAO: " WS-QTD-MARCADAS
                  "  LIBERADOS: " WS-QTD-LIBERADAS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM FPD.RPT"
           .

       P510-IMPRIME-DIMENSAO.
           PERFORM P590-ESCREVE-LINHA
           STRING "CHAVE    NOME                 MAD30 FPD30   TAXA30 "
                  "MAD60 FPD60   TAXA60"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-QTD-AGREGADOS
               IF WS-AGR-DIM(WS-AGR-IDX) = WS-DIM
                   PERFORM P520-IMPRIME-ITEM
               END-IF
           END-PERFORM
           .

       P520-IMPRIME-ITEM.
           COMPUTE WS-PCT-30 ROUNDED = WS-AGR-FPD-30(WS-AGR-IDX)
                   * 100 / WS-AGR-MAD-30(WS-AGR-IDX)
           IF WS-AGR-MAD-60(WS-AGR-IDX) > ZEROS
               COMPUTE WS-PCT-60 ROUNDED = WS-AGR-FPD-60(WS-AGR-IDX)
                       * 100 / WS-AGR-MAD-60(WS-AGR-IDX)
           ELSE
               MOVE ZEROS TO WS-PCT-60
           END-IF
           MOVE WS-PCT-30 TO WS-PCT-30-EDIT
           MOVE WS-PCT-60 TO WS-PCT-60-EDIT
           MOVE SPACES TO WS-NOME
           MOVE SPACES TO WS-MARCA
           IF WS-DIM = "L"
               PERFORM P530-AVALIA-LOJISTA
           END-IF
           MOVE SPACES TO WS-LINHA-EDIT
           STRING WS-AGR-CHAVE(WS-AGR-IDX) " "
                  WS-NOME " "
                  WS-AGR-MAD-30(WS-AGR-IDX) " "
                  WS-AGR-FPD-30(WS-AGR-IDX) " "
                  WS-PCT-30-EDIT " "
                  WS-AGR-MAD-60(WS-AGR-IDX) " "
                  WS-AGR-FPD-60(WS-AGR-IDX) " "
                  WS-PCT-60-EDIT " "
                  WS-MARCA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           .

       P530-AVALIA-LOJISTA.
      *>   A MARCA SO VALE COM AMOSTRA MINIMA - UM CONTRATO RUIM EM
      *>   DOIS NAO PODE PARAR A LOJA INTEIRA.
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               MOVE WS-LOJ-REGISTRO(WS-LOJ-IDX) TO LOJ-REGISTRO
               IF LOJ-CODIGO = WS-AGR-CHAVE(WS-AGR-IDX)(1:4)
                   MOVE LOJ-NOME TO WS-NOME
                   IF WS-AGR-MAD-30(WS-AGR-IDX) >=
                      WS-SYS-FPD-MIN-CONTRATOS
                      AND WS-PCT-30 > WS-SYS-FPD-PCT-TOLERA
                       IF NOT LOJ-EM-REVISAO-FPD
                           ADD 1 TO WS-QTD-MARCADAS
                       END-IF
                       MOVE "S" TO LOJ-REVISAO-FPD
                       MOVE "EM REVISAO" TO WS-MARCA
                   ELSE
                       IF LOJ-EM-REVISAO-FPD
                           ADD 1 TO WS-QTD-LIBERADAS
                           MOVE "LIBERADO" TO WS-MARCA
                       END-IF
                       MOVE "N" TO LOJ-REVISAO-FPD
                   END-IF
                   MOVE LOJ-REGISTRO TO WS-LOJ-REGISTRO(WS-LOJ-IDX)
               END-IF
           END-PERFORM
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P800-REGRAVA-LOJISTAS.
           IF WS-QTD-LOJISTAS = ZEROS
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT LOJ-FILE
           PERFORM VARYING WS-LOJ-IDX FROM 1 BY 1
                   UNTIL WS-LOJ-IDX > WS-QTD-LOJISTAS
               MOVE WS-LOJ-REGISTRO(WS-LOJ-IDX) TO LOJ-REGISTRO
               WRITE LOJ-REGISTRO
           END-PERFORM
           CLOSE LOJ-FILE
           .
       P800-SAIDA.
           EXIT.

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM fpdRpt.
