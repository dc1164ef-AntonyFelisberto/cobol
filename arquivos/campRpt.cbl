      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promotional rate campaign report - per campaign
      *          (CAMPANHA.DAT, campCad) the contracts booked under
      *          it (CAMPCTR.DAT, written by loanBatch and by the
      *          counter intake), the financed value, the interest
      *          given up against the TAXAJUR.DAT rate and the
      *          merchant subsidy: owed, already deducted from the
      *          repasse (lojRepasse) and still pending. Optionally
      *          limited to the contracts of one month (AAAAMM).
      *          Summary per campaign to CAMPANHA.RPT and the screen;
      *          the contract detail is printed only in the file.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. campRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CMP-FILE ASSIGN TO "CAMPANHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMP-STATUS.

               SELECT CMC-FILE ASSIGN TO "CAMPCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMC-STATUS.

               SELECT RPT-FILE ASSIGN TO "CAMPANHA.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-FILE.
           COPY CMPFD.

       FD  CMC-FILE.
           COPY CMCFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-CMP-STATUS       PIC XX.
           03  WS-CMC-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-ARQ-EOF          PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-TABELA-CHEIA     PIC X VALUE "N".
               88  CONTRATOS-TRANSBORDOU VALUE "S".
           03  WS-COMPETENCIA      PIC 9(6).
           03  WS-COMPETENCIA-QUEBRA REDEFINES WS-COMPETENCIA.
               05  WS-COMP-AAAA    PIC 9(4).
               05  WS-COMP-MES     PIC 9(2).
           03  WS-MES-CONTRATO     PIC 9(6).
           03  WS-IDX              PIC 9(05).
           03  WS-CAM-IDX          PIC 9(03).
           03  WS-CAM-ACHADA       PIC 9(03).
           03  WS-LINHA-EDIT       PIC X(132).

      *>   UMA LINHA POR CAMPANHA, COM OS ACUMULADOS DOS CONTRATOS.
       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-CAM-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-CAM-CODIGO   PIC 9(04).
               05  WS-CAM-DESCRICAO PIC X(20).
               05  WS-CAM-LOJISTA  PIC 9(04).
               05  WS-CAM-TAXA     PIC 9V9999.
               05  WS-CAM-QTD      PIC 9(05).
               05  WS-CAM-FINANCIADO PIC 9(10)V99.
               05  WS-CAM-RENUNCIA PIC 9(10)V99.
               05  WS-CAM-SUBSIDIO PIC 9(10)V99.
               05  WS-CAM-DESCONTADO PIC 9(10)V99.
               05  WS-CAM-PENDENTE PIC 9(10)V99.

       01  WS-TOTAIS.
           03  WS-TOT-QTD          PIC 9(05) VALUE ZEROS.
           03  WS-TOT-FINANCIADO   PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-RENUNCIA     PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-SUBSIDIO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-DESCONTADO   PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-PENDENTE     PIC 9(10)V99 VALUE ZEROS.

      *>   CONTRATOS DO PERIODO, PARA O DETALHE POR CAMPANHA.
       01  WS-QTD-CONTRATOS        PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CONTRATOS.
           03  WS-CTR-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CONTRATOS.
               05  WS-CTR-REGISTRO PIC X(75).

       01  WS-LINHA-CAMPANHA.
           03  WS-LC-CODIGO        PIC 9(04).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DESCRICAO     PIC X(20).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-LOJISTA       PIC 9(04).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-TAXA          PIC 9,9999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-QTD           PIC ZZZZ9.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-FINANCIADO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-RENUNCIA      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-SUBSIDIO      PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-DESCONTADO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LC-PENDENTE      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-CONTRATO.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LD-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-LOJISTA       PIC 9(04).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-PRODUTO       PIC 9(04).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-DATA          PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-FINANCIADO    PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-TAXA-TABELA   PIC 9,9999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-TAXA-CAMP     PIC 9,9999.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-RENUNCIA      PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-SUBSIDIO      PIC ZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-SITUACAO      PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LD-DT-DESCONTO   PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MES DOS CONTRATOS (AAAAMM, 0 = TODOS): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMPETENCIA = ZEROS
                      OR (WS-COMP-MES >= 1 AND WS-COMP-MES <= 12)
               DISPLAY "MES INVALIDO. INFORME NOVAMENTE "
                       "(AAAAMM, 0 = TODOS): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM

           PERFORM P060-EMPRESA-DO-RELATORIO
           PERFORM P100-CARREGA-CAMPANHAS
           PERFORM P200-CARREGA-CONTRATOS THRU P200-SAIDA
           IF CONTRATOS-TRANSBORDOU
               DISPLAY "MAIS DE 20000 CONTRATOS DE CAMPANHA NO "
                       "PERIODO - RELATORIO NAO GERADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P500-IMPRIME-RELATORIO
           GOBACK.

       P100-CARREGA-CAMPANHAS.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT CMP-FILE
           IF WS-CMP-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-ARQUIVO
                       OR WS-QTD-CAMPANHAS = 500
                   ADD 1 TO WS-QTD-CAMPANHAS
                   INITIALIZE WS-CAM-ITEM(WS-QTD-CAMPANHAS)
                   MOVE CMP-CODIGO
                       TO WS-CAM-CODIGO(WS-QTD-CAMPANHAS)
                   MOVE CMP-DESCRICAO
                       TO WS-CAM-DESCRICAO(WS-QTD-CAMPANHAS)
                   MOVE CMP-COD-LOJISTA
                       TO WS-CAM-LOJISTA(WS-QTD-CAMPANHAS)
                   MOVE CMP-TAXA-JUROS
                       TO WS-CAM-TAXA(WS-QTD-CAMPANHAS)
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE CMP-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ CMP-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P200-CARREGA-CONTRATOS.
           MOVE "N" TO WS-ARQ-EOF
           OPEN INPUT CMC-FILE
           IF WS-CMC-STATUS NOT = "00"
               DISPLAY "NENHUM CONTRATO DE CAMPANHA (CAMPCTR.DAT)."
               GO TO P200-SAIDA
           END-IF
           PERFORM P210-LE-CONTRATO
           PERFORM UNTIL FIM-ARQUIVO OR CONTRATOS-TRANSBORDOU
               COMPUTE WS-MES-CONTRATO = CMC-DT-CONTRATO / 100
               MOVE ZEROS        TO EMU-EMPRESA
               MOVE CMC-CONTRATO TO EMU-CONTRATO
               PERFORM P065-ITEM-DA-EMPRESA
               IF (WS-COMPETENCIA = ZEROS
                   OR WS-MES-CONTRATO = WS-COMPETENCIA)
                  AND EMU-OK
                   PERFORM P220-ACUMULA-CONTRATO
               END-IF
               PERFORM P210-LE-CONTRATO
           END-PERFORM
           CLOSE CMC-FILE
           .
       P200-SAIDA.
           EXIT.

       P210-LE-CONTRATO.
           READ CMC-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P220-ACUMULA-CONTRATO.
           IF WS-QTD-CONTRATOS = 20000
               SET CONTRATOS-TRANSBORDOU TO TRUE
           ELSE
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE CMC-REGISTRO TO WS-CTR-REGISTRO(WS-QTD-CONTRATOS)
               PERFORM P230-LOCALIZA-CAMPANHA
               IF WS-CAM-ACHADA > ZEROS
                   ADD 1 TO WS-CAM-QTD(WS-CAM-ACHADA)
                   ADD CMC-VALOR TO WS-CAM-FINANCIADO(WS-CAM-ACHADA)
                   ADD CMC-JUROS-RENUNCIA
                       TO WS-CAM-RENUNCIA(WS-CAM-ACHADA)
                   ADD CMC-SUBSIDIO TO WS-CAM-SUBSIDIO(WS-CAM-ACHADA)
                   IF CMC-DESCONTADO
                       ADD CMC-SUBSIDIO
                           TO WS-CAM-DESCONTADO(WS-CAM-ACHADA)
                   END-IF
                   IF CMC-PENDENTE
                       ADD CMC-SUBSIDIO
                           TO WS-CAM-PENDENTE(WS-CAM-ACHADA)
                   END-IF
               END-IF
           END-IF
           .

       P230-LOCALIZA-CAMPANHA.
      *>   CAMPANHA QUE SAIU DO CADASTRO CONTINUA NO RELATORIO, SEM
      *>   DESCRICAO, PARA O SUBSIDIO NAO SUMIR DA CONFERENCIA.
           MOVE ZEROS TO WS-CAM-ACHADA
           PERFORM VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-QTD-CAMPANHAS
               IF WS-CAM-CODIGO(WS-CAM-IDX) = CMC-CAMPANHA
                   MOVE WS-CAM-IDX TO WS-CAM-ACHADA
               END-IF
           END-PERFORM
           IF WS-CAM-ACHADA = ZEROS AND WS-QTD-CAMPANHAS < 500
               ADD 1 TO WS-QTD-CAMPANHAS
               INITIALIZE WS-CAM-ITEM(WS-QTD-CAMPANHAS)
               MOVE CMC-CAMPANHA TO WS-CAM-CODIGO(WS-QTD-CAMPANHAS)
               MOVE "(SEM CADASTRO)"
                   TO WS-CAM-DESCRICAO(WS-QTD-CAMPANHAS)
               MOVE CMC-COD-LOJISTA
                   TO WS-CAM-LOJISTA(WS-QTD-CAMPANHAS)
               MOVE CMC-TAXA-CAMPANHA
                   TO WS-CAM-TAXA(WS-QTD-CAMPANHAS)
               MOVE WS-QTD-CAMPANHAS TO WS-CAM-ACHADA
           END-IF
           .

       P500-IMPRIME-RELATORIO.
           MOVE "CAMPRPT " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
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
           IF WS-COMPETENCIA = ZEROS
               MOVE "CAMPANHAS DE TAXA PROMOCIONAL - TODOS OS CONTRATOS"
                   TO WS-LINHA-EDIT
           ELSE
               STRING "CAMPANHAS DE TAXA PROMOCIONAL - CONTRATOS DE "
                      WS-COMPETENCIA
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-IF
           PERFORM P590-ESCREVE-LINHA
           STRING "JUROS RENUNCIADOS = JUROS DO PRAZO NA TAXA DE "
                  "TABELA MENOS NA TAXA DA CAMPANHA. SUBSIDIO = PARTE "
                  "DEVOLVIDA PELO LOJISTA."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

           PERFORM P590-ESCREVE-LINHA
           PERFORM P520-CABECALHO-CAMPANHA
           PERFORM VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-QTD-CAMPANHAS
               PERFORM P530-IMPRIME-CAMPANHA
           END-PERFORM
           MOVE ZEROS            TO WS-LC-CODIGO
           MOVE "TOTAL"          TO WS-LC-DESCRICAO
           MOVE ZEROS            TO WS-LC-LOJISTA
           MOVE ZEROS            TO WS-LC-TAXA
           MOVE WS-TOT-QTD        TO WS-LC-QTD
           MOVE WS-TOT-FINANCIADO TO WS-LC-FINANCIADO
           MOVE WS-TOT-RENUNCIA   TO WS-LC-RENUNCIA
           MOVE WS-TOT-SUBSIDIO   TO WS-LC-SUBSIDIO
           MOVE WS-TOT-DESCONTADO TO WS-LC-DESCONTADO
           MOVE WS-TOT-PENDENTE   TO WS-LC-PENDENTE
           MOVE WS-LINHA-CAMPANHA TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA

      *>   DETALHE POR CONTRATO - SO NO ARQUIVO.
           PERFORM P590-ESCREVE-LINHA
           STRING "CONTRATOS POR CAMPANHA (SIT: P = SUBSIDIO "
                  "PENDENTE, D = DESCONTADO DO REPASSE, S = SEM "
                  "SUBSIDIO)"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-CAM-IDX FROM 1 BY 1
                   UNTIL WS-CAM-IDX > WS-QTD-CAMPANHAS
               IF WS-CAM-QTD(WS-CAM-IDX) > ZEROS
                   PERFORM P540-DETALHE-CAMPANHA
               END-IF
           END-PERFORM
           DISPLAY "DETALHE POR CONTRATO GRAVADO SOMENTE EM "
                   "CAMPANHA.RPT"

           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM CAMPANHA.RPT"
           .

       P520-CABECALHO-CAMPANHA.
           STRING "CAMP DESCRICAO            LOJ  TAXA     QTD "
                  "    FINANCIADO  JUROS RENUNC.  SUBSIDIO DEV. "
                  " SUBS.DESCONT.  SUBS.PENDENTE"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P530-IMPRIME-CAMPANHA.
           MOVE WS-CAM-CODIGO(WS-CAM-IDX)     TO WS-LC-CODIGO
           MOVE WS-CAM-DESCRICAO(WS-CAM-IDX)  TO WS-LC-DESCRICAO
           MOVE WS-CAM-LOJISTA(WS-CAM-IDX)    TO WS-LC-LOJISTA
           MOVE WS-CAM-TAXA(WS-CAM-IDX)       TO WS-LC-TAXA
           MOVE WS-CAM-QTD(WS-CAM-IDX)        TO WS-LC-QTD
           MOVE WS-CAM-FINANCIADO(WS-CAM-IDX) TO WS-LC-FINANCIADO
           MOVE WS-CAM-RENUNCIA(WS-CAM-IDX)   TO WS-LC-RENUNCIA
           MOVE WS-CAM-SUBSIDIO(WS-CAM-IDX)   TO WS-LC-SUBSIDIO
           MOVE WS-CAM-DESCONTADO(WS-CAM-IDX) TO WS-LC-DESCONTADO
           MOVE WS-CAM-PENDENTE(WS-CAM-IDX)   TO WS-LC-PENDENTE
           MOVE WS-LINHA-CAMPANHA TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           ADD WS-CAM-QTD(WS-CAM-IDX)        TO WS-TOT-QTD
           ADD WS-CAM-FINANCIADO(WS-CAM-IDX) TO WS-TOT-FINANCIADO
           ADD WS-CAM-RENUNCIA(WS-CAM-IDX)   TO WS-TOT-RENUNCIA
           ADD WS-CAM-SUBSIDIO(WS-CAM-IDX)   TO WS-TOT-SUBSIDIO
           ADD WS-CAM-DESCONTADO(WS-CAM-IDX) TO WS-TOT-DESCONTADO
           ADD WS-CAM-PENDENTE(WS-CAM-IDX)   TO WS-TOT-PENDENTE
           .

       P540-DETALHE-CAMPANHA.
           PERFORM P595-GRAVA-LINHA
           STRING "CAMPANHA " WS-CAM-CODIGO(WS-CAM-IDX) " - "
                  WS-CAM-DESCRICAO(WS-CAM-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           STRING "  CTR    LOJ  PROD DATA        FINANCIADO TABELA "
                  "CAMPAN    RENUNCIADO      SUBSIDIO S DESCONTO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P595-GRAVA-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTRATOS
               MOVE WS-CTR-REGISTRO(WS-IDX) TO CMC-REGISTRO
               IF CMC-CAMPANHA = WS-CAM-CODIGO(WS-CAM-IDX)
                   MOVE CMC-CONTRATO       TO WS-LD-CONTRATO
                   MOVE CMC-COD-LOJISTA    TO WS-LD-LOJISTA
                   MOVE CMC-COD-PRODUTO    TO WS-LD-PRODUTO
                   MOVE CMC-DT-CONTRATO    TO WS-LD-DATA
                   MOVE CMC-VALOR          TO WS-LD-FINANCIADO
                   MOVE CMC-TAXA-TABELA    TO WS-LD-TAXA-TABELA
                   MOVE CMC-TAXA-CAMPANHA  TO WS-LD-TAXA-CAMP
                   MOVE CMC-JUROS-RENUNCIA TO WS-LD-RENUNCIA
                   MOVE CMC-SUBSIDIO       TO WS-LD-SUBSIDIO
                   MOVE CMC-SITUACAO       TO WS-LD-SITUACAO
                   MOVE CMC-DT-DESCONTO    TO WS-LD-DT-DESCONTO
                   MOVE WS-LINHA-CONTRATO TO WS-LINHA-EDIT
                   PERFORM P595-GRAVA-LINHA
               END-IF
           END-PERFORM
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P595-GRAVA-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

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

       END PROGRAM campRpt.
