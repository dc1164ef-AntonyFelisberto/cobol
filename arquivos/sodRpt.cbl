      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly segregation-of-duties review - for one
      *          competencia (AAAAMM) reads the approval trails and
      *          lists every case where one operator ended up on both
      *          sides of a two-person workflow: both signatures of
      *          an alcada item (ALCADA.DAT), asked for and approved
      *          the same renegotiation (RENPEND.DAT), keyed and
      *          approved the same parameter change (PARMAUD.DAT),
      *          released their own drawer difference (CAIXAFEC.DAT),
      *          reversed a payment they had posted themselves
      *          (PAGHIST.DAT E rows against the original posting of
      *          the parcela), brought back from write-off a contract
      *          whose payment they had received in the 30 days
      *          before (RECUPERA on EVENTOS.DAT against PAGHIST.DAT)
      *          and ceded a contract whose balance they had changed
      *          before (CESSAO against their own ESTORNO, ISENCAO,
      *          RENEGOC or LANC-MAN events on the contract). A
      *          second section counts who approves whose work in
      *          those workflows and lists the pairs that approve
      *          each other's items and the operators whose items go
      *          mostly to one approver. Stamps that name no person
      *          (DIRETO, LOTE, BALCAO) prove nothing either way and
      *          are left out. Output to SODRPT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodRpt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ALC-FILE ASSIGN TO "ALCADA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALC-STATUS.

               SELECT REP-FILE ASSIGN TO "RENPEND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REP-STATUS.

               SELECT PAU-FILE ASSIGN TO "PARMAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAU-STATUS.

               SELECT FEC-FILE ASSIGN TO "CAIXAFEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEC-STATUS.

               SELECT PAGH-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAGH-STATUS.

               SELECT EVT-FILE ASSIGN TO "EVENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT RPT-FILE ASSIGN TO "SODRPT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALC-FILE.
           COPY ALCFD.

       FD  REP-FILE.
           COPY RENPFD.

       FD  PAU-FILE.
           COPY PAUFD.

       FD  FEC-FILE.
           COPY CXFD.

       FD  PAGH-FILE.
           COPY PAGHFD.

       FD  EVT-FILE.
           COPY EVTFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-ALC-STATUS       PIC XX.
           03  WS-REP-STATUS       PIC XX.
           03  WS-PAU-STATUS       PIC XX.
           03  WS-FEC-STATUS       PIC XX.
           03  WS-PAGH-STATUS      PIC XX.
           03  WS-EVT-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EOF              PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-COMPETENCIA      PIC 9(06).
           03  WS-COMP-R REDEFINES WS-COMPETENCIA.
               05  WS-COMP-ANO     PIC 9(04).
               05  WS-COMP-MES     PIC 9(02).
           03  WS-MES-ATV          PIC 9(06).
           03  WS-IDX              PIC 9(04).
           03  WS-IDX2             PIC 9(04).
           03  WS-FLUXO            PIC 9(01).
           03  WS-JUL-PAGTO        PIC 9(07).
           03  WS-JUL-RECUPERA     PIC 9(07).
           03  WS-QTD-CONFLITOS    PIC 9(05) VALUE ZEROS.
           03  WS-QTD-PARES-REV    PIC 9(05) VALUE ZEROS.
           03  WS-TRANSBORDOU      PIC X VALUE "N".
               88  TABELA-TRANSBORDOU VALUE "S".

      *>   CARIMBO QUE NAO IDENTIFICA UMA PESSOA NAO PROVA CONFLITO.
       01  WS-OPER-TESTE           PIC X(08).
           88  OPER-SEM-IDENTIDADE VALUES SPACES "DIRETO" "LOTE"
                                          "BALCAO".

      *>   APROVACAO CRUZADA: O PAR CONTA COMO SUSPEITO COM PELO
      *>   MENOS 3 ITENS NOS DOIS SENTIDOS; CONCENTRACAO QUANDO UM SO
      *>   APROVADOR DECIDE 80% OU MAIS DE 5 OU MAIS ITENS DO AUTOR.
       01  WS-LIMITES.
           03  WS-LIM-CRUZADA      PIC 9(03) VALUE 3.
           03  WS-LIM-MIN-ITENS    PIC 9(03) VALUE 5.
           03  WS-LIM-PCT          PIC 9(03) VALUE 80.
           03  WS-LIM-EDIT-1       PIC ZZ9.
           03  WS-LIM-EDIT-2       PIC ZZ9.
           03  WS-LIM-EDIT-3       PIC ZZ9.

      *>   LIDOS E CONFLITOS POR FLUXO: 1 ALCADA, 2 RENEGOCIACAO,
      *>   3 PARAMETRO, 4 CAIXA, 5 ESTORNO, 6 RECUPERACAO, 7 CESSAO.
       01  WS-TABELA-FLUXOS.
           03  FILLER PIC X(14) VALUE "ALCADA".
           03  FILLER PIC X(14) VALUE "RENEGOCIACAO".
           03  FILLER PIC X(14) VALUE "PARAMETRO".
           03  FILLER PIC X(14) VALUE "FECHAM. CAIXA".
           03  FILLER PIC X(14) VALUE "ESTORNO".
           03  FILLER PIC X(14) VALUE "RECUPERACAO".
           03  FILLER PIC X(14) VALUE "CESSAO".
       01  WS-TABELA-FLUXOS-R REDEFINES WS-TABELA-FLUXOS.
           03  WS-FLX-NOME         PIC X(14) OCCURS 7 TIMES.
       01  WS-TOTAIS-FLUXOS.
           03  WS-FLX-TOTAL OCCURS 7 TIMES.
               05  WS-FLX-LIDOS    PIC 9(07).
               05  WS-FLX-CONFLITOS PIC 9(05).

      *>   ESTORNOS DO MES, CASADOS COM O LANCAMENTO ORIGINAL DA
      *>   PARCELA (O ULTIMO ANTERIOR AO ESTORNO).
       01  WS-QTD-ESTORNOS         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-ESTORNOS.
           03  WS-EST-ITEM OCCURS 2000 TIMES.
               05  WS-EST-CONTRATO PIC 9(06).
               05  WS-EST-PARCELA  PIC 999.
               05  WS-EST-DATA     PIC 9(8).
               05  WS-EST-HORA     PIC 9(8).
               05  WS-EST-OPERADOR PIC X(08).
               05  WS-EST-ORIGEM   PIC X(08).
               05  WS-EST-DT-ORIGEM PIC 9(8).

      *>   RECUPERACOES DE PREJUIZO DO MES.
       01  WS-QTD-RECUPERAS        PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-RECUPERAS.
           03  WS-RCP-ITEM OCCURS 500 TIMES.
               05  WS-RCP-CONTRATO PIC 9(06).
               05  WS-RCP-DATA     PIC 9(8).
               05  WS-RCP-OPERADOR PIC X(08).
               05  WS-RCP-DT-PAGTO PIC 9(8).

      *>   CESSOES DO MES.
       01  WS-QTD-CESSOES          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CESSOES.
           03  WS-CES-ITEM OCCURS 2000 TIMES.
               05  WS-CES-CONTRATO PIC 9(06).
               05  WS-CES-DATA     PIC 9(8).
               05  WS-CES-OPERADOR PIC X(08).
               05  WS-CES-EVENTO   PIC X(10).
               05  WS-CES-DT-EVENTO PIC 9(8).

      *>   QUEM APROVA O TRABALHO DE QUEM NO MES.
       01  WS-QTD-PARES            PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-PARES.
           03  WS-PAR-ITEM OCCURS 1000 TIMES.
               05  WS-PAR-AUTOR    PIC X(08).
               05  WS-PAR-APROVADOR PIC X(08).
               05  WS-PAR-QTD      PIC 9(05).
       01  WS-PAR-NOVO.
           03  WS-PNV-AUTOR        PIC X(08).
           03  WS-PNV-APROVADOR    PIC X(08).
       01  WS-PAR-CALCULO.
           03  WS-PAR-INVERSO      PIC 9(05).
           03  WS-PAR-TOTAL-AUTOR  PIC 9(07).
           03  WS-PAR-PCT          PIC 9(03).

      *>   CONFLITO EM TRATAMENTO.
       01  WS-CONFLITO.
           03  WS-CNF-REFERENCIA   PIC X(24).
           03  WS-CNF-DATA         PIC 9(8).
           03  WS-CNF-OPERADOR     PIC X(08).
           03  WS-CNF-DETALHE      PIC X(60).

       01  WS-LINHA-EDIT           PIC X(132).
       01  WS-LINHA-CONFLITO.
           03  WS-LCF-FLUXO        PIC X(14).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCF-REFERENCIA   PIC X(24).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  WS-LCF-DATA         PIC 9(8).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LCF-OPERADOR     PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LCF-DETALHE      PIC X(58).

       01  WS-LINHA-PAR.
           03  WS-LPR-AUTOR        PIC X(08).
           03  FILLER              PIC X(03) VALUE SPACES.
           03  WS-LPR-APROVADOR    PIC X(08).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LPR-QTD          PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LPR-INVERSO      PIC ZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LPR-TOTAL-AUTOR  PIC ZZZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LPR-PCT          PIC ZZ9.
           03  FILLER              PIC X(01) VALUE "%".
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LPR-MOTIVO       PIC X(40).

       01  WS-LINHA-FLUXO.
           03  WS-LFX-NOME         PIC X(14).
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LFX-LIDOS        PIC ZZZZZZ9.
           03  FILLER              PIC X(02) VALUE SPACES.
           03  WS-LFX-CONFLITOS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, TABELAS E TOTAIS COMECAM
      *>   ZERADOS A CADA EMISSAO.
           MOVE ZEROS TO WS-QTD-ESTORNOS WS-QTD-RECUPERAS
                         WS-QTD-CESSOES WS-QTD-PARES
                         WS-QTD-CONFLITOS WS-QTD-PARES-REV
                         WS-RPT-TOTAL-REGISTROS
           MOVE "N" TO WS-TRANSBORDOU
           INITIALIZE WS-TOTAIS-FLUXOS
           DISPLAY "COMPETENCIA DA REVISAO (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM UNTIL WS-COMP-MES >= 1 AND WS-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA. INFORME NOVAMENTE "
                       "(AAAAMM): "
               ACCEPT WS-COMPETENCIA
           END-PERFORM

           PERFORM P100-CABECALHO
           PERFORM P200-LE-ALCADA
           PERFORM P250-LE-RENEGOCIACOES
           PERFORM P300-LE-PARAMETROS
           PERFORM P350-LE-CAIXA
           PERFORM P400-CARREGA-EVENTOS
           PERFORM P450-CARREGA-ESTORNOS
           PERFORM P500-CASA-PAGAMENTOS
               THRU P500-SAIDA
           PERFORM P550-CASA-EVENTOS-CESSAO
               THRU P550-SAIDA
           PERFORM P600-CONFLITOS-CASADOS
           IF WS-QTD-CONFLITOS = ZEROS
               MOVE "  NENHUM CONFLITO NA COMPETENCIA."
                   TO WS-LINHA-EDIT
               PERFORM P190-ESCREVE-LINHA
           END-IF
           PERFORM P700-IMPRIME-PARES
           PERFORM P800-RODAPE
           CLOSE RPT-FILE
           DISPLAY "RELATORIO GRAVADO EM SODRPT.RPT"
           GOBACK.

       P100-CABECALHO.
           MOVE "SODRPT  " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           STRING "SEGREGACAO DE FUNCOES - COMPETENCIA "
                  WS-COMP-MES "/" WS-COMP-ANO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           PERFORM P190-ESCREVE-LINHA
           MOVE "MESMO OPERADOR NOS DOIS LADOS DO FLUXO"
               TO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           STRING "FLUXO          REFERENCIA               DATA      "
                  "OPERADOR  SITUACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           .

       P190-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P200-LE-ALCADA.
      *>   ITEM ACIMA DO SEGUNDO LIMITE EXIGE DUAS ASSINATURAS DE
      *>   PESSOAS DIFERENTES; A SEGUNDA CONFERE A PRIMEIRA.
           MOVE 1   TO WS-FLUXO
           MOVE "N" TO WS-EOF
           OPEN INPUT ALC-FILE
           IF WS-ALC-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ ALC-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P210-TRATA-ALCADA
                               THRU P210-SAIDA
                   END-READ
               END-PERFORM
               CLOSE ALC-FILE
           END-IF
           .

       P210-TRATA-ALCADA.
           IF ALC-PENDENTE OR ALC-DT-DECISAO NOT NUMERIC
               GO TO P210-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = ALC-DT-DECISAO / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P210-SAIDA
           END-IF
           ADD 1 TO WS-FLX-LIDOS(WS-FLUXO)
           IF ALC-ASSINATURAS-EXIG NOT = 2
               GO TO P210-SAIDA
           END-IF
           MOVE ALC-APROV1 TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE OR ALC-APROV2 = SPACES
               GO TO P210-SAIDA
           END-IF
           IF ALC-APROV1 = ALC-APROV2
               MOVE SPACES TO WS-CNF-REFERENCIA
               STRING "APLICACAO " ALC-CODIGO
                      DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
               MOVE ALC-DT-DECISAO TO WS-CNF-DATA
               MOVE ALC-APROV1     TO WS-CNF-OPERADOR
               MOVE "ASSINOU AS DUAS ALCADAS DO MESMO ITEM"
                   TO WS-CNF-DETALHE
               PERFORM P910-IMPRIME-CONFLITO
           ELSE
               MOVE ALC-APROV1 TO WS-PNV-AUTOR
               MOVE ALC-APROV2 TO WS-PNV-APROVADOR
               PERFORM P900-REGISTRA-PAR
                   THRU P900-SAIDA
           END-IF
           .
       P210-SAIDA.
           EXIT.

       P250-LE-RENEGOCIACOES.
           MOVE 2   TO WS-FLUXO
           MOVE "N" TO WS-EOF
           OPEN INPUT REP-FILE
           IF WS-REP-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ REP-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P260-TRATA-RENEGOCIACAO
                               THRU P260-SAIDA
                   END-READ
               END-PERFORM
               CLOSE REP-FILE
           END-IF
           .

       P260-TRATA-RENEGOCIACAO.
      *>   PEDIDO AINDA PENDENTE OU GRAVADO ANTES DO CARIMBO DE QUEM
      *>   DECIDIU NAO TEM OS DOIS LADOS.
           IF REP-SITUACAO = "P" OR REP-DT-DECISAO NOT NUMERIC
               GO TO P260-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = REP-DT-DECISAO / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P260-SAIDA
           END-IF
           ADD 1 TO WS-FLX-LIDOS(WS-FLUXO)
           MOVE REP-OPERADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P260-SAIDA
           END-IF
           MOVE REP-APROVADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P260-SAIDA
           END-IF
           IF REP-OPERADOR = REP-APROVADOR
               MOVE SPACES TO WS-CNF-REFERENCIA
               STRING "CONTRATO " REP-CONTRATO
                      DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
               MOVE REP-DT-DECISAO TO WS-CNF-DATA
               MOVE REP-OPERADOR   TO WS-CNF-OPERADOR
               MOVE SPACES TO WS-CNF-DETALHE
               IF REP-SITUACAO = "A"
                   MOVE "PEDIU E APROVOU A RENEGOCIACAO"
                       TO WS-CNF-DETALHE
               ELSE
                   MOVE "PEDIU E RECUSOU A RENEGOCIACAO"
                       TO WS-CNF-DETALHE
               END-IF
               PERFORM P910-IMPRIME-CONFLITO
           ELSE
               MOVE REP-OPERADOR  TO WS-PNV-AUTOR
               MOVE REP-APROVADOR TO WS-PNV-APROVADOR
               PERFORM P900-REGISTRA-PAR
                   THRU P900-SAIDA
           END-IF
           .
       P260-SAIDA.
           EXIT.

       P300-LE-PARAMETROS.
           MOVE 3   TO WS-FLUXO
           MOVE "N" TO WS-EOF
           OPEN INPUT PAU-FILE
           IF WS-PAU-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAU-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P310-TRATA-PARAMETRO
                               THRU P310-SAIDA
                   END-READ
               END-PERFORM
               CLOSE PAU-FILE
           END-IF
           .

       P310-TRATA-PARAMETRO.
           IF PAU-DATA NOT NUMERIC
               GO TO P310-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = PAU-DATA / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P310-SAIDA
           END-IF
           ADD 1 TO WS-FLX-LIDOS(WS-FLUXO)
           MOVE PAU-OPERADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P310-SAIDA
           END-IF
           MOVE PAU-APROVADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P310-SAIDA
           END-IF
           IF PAU-OPERADOR = PAU-APROVADOR
               MOVE SPACES TO WS-CNF-REFERENCIA
               STRING PAU-ARQUIVO " " PAU-CAMPO
                      DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
               MOVE PAU-DATA     TO WS-CNF-DATA
               MOVE PAU-OPERADOR TO WS-CNF-OPERADOR
               MOVE SPACES TO WS-CNF-DETALHE
               STRING "DIGITOU E APROVOU (" PAU-VALOR-ANTES
                      " PARA " PAU-VALOR-DEPOIS ")"
                      DELIMITED BY SIZE INTO WS-CNF-DETALHE
               PERFORM P910-IMPRIME-CONFLITO
           ELSE
               MOVE PAU-OPERADOR  TO WS-PNV-AUTOR
               MOVE PAU-APROVADOR TO WS-PNV-APROVADOR
               PERFORM P900-REGISTRA-PAR
                   THRU P900-SAIDA
           END-IF
           .
       P310-SAIDA.
           EXIT.

       P350-LE-CAIXA.
      *>   SO O FECHAMENTO DIVERGENTE PASSA PELO SUPERVISOR.
           MOVE 4   TO WS-FLUXO
           MOVE "N" TO WS-EOF
           OPEN INPUT FEC-FILE
           IF WS-FEC-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ FEC-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P360-TRATA-CAIXA
                               THRU P360-SAIDA
                   END-READ
               END-PERFORM
               CLOSE FEC-FILE
           END-IF
           .

       P360-TRATA-CAIXA.
           IF NOT FEC-DIVERGENTE OR FEC-DATA NOT NUMERIC
               GO TO P360-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = FEC-DATA / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P360-SAIDA
           END-IF
           ADD 1 TO WS-FLX-LIDOS(WS-FLUXO)
           MOVE FEC-OPERADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P360-SAIDA
           END-IF
           MOVE FEC-SUPERVISOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P360-SAIDA
           END-IF
           IF FEC-OPERADOR = FEC-SUPERVISOR
               MOVE "CAIXA DO DIA" TO WS-CNF-REFERENCIA
               MOVE FEC-DATA       TO WS-CNF-DATA
               MOVE FEC-OPERADOR   TO WS-CNF-OPERADOR
               MOVE "LIBEROU A DIFERENCA DO PROPRIO CAIXA"
                   TO WS-CNF-DETALHE
               PERFORM P910-IMPRIME-CONFLITO
           ELSE
               MOVE FEC-OPERADOR   TO WS-PNV-AUTOR
               MOVE FEC-SUPERVISOR TO WS-PNV-APROVADOR
               PERFORM P900-REGISTRA-PAR
                   THRU P900-SAIDA
           END-IF
           .
       P360-SAIDA.
           EXIT.

       P400-CARREGA-EVENTOS.
      *>   PRIMEIRA LEITURA: RECUPERACOES E CESSOES DA COMPETENCIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ EVT-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P410-GUARDA-EVENTO
                               THRU P410-SAIDA
                   END-READ
               END-PERFORM
               CLOSE EVT-FILE
           END-IF
           .

       P410-GUARDA-EVENTO.
           IF EVT-DATA NOT NUMERIC
               GO TO P410-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = EVT-DATA / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P410-SAIDA
           END-IF
           IF EVT-TIPO = "RECUPERA"
               ADD 1 TO WS-FLX-LIDOS(6)
               MOVE EVT-OPERADOR TO WS-OPER-TESTE
               IF OPER-SEM-IDENTIDADE
                   GO TO P410-SAIDA
               END-IF
               IF WS-QTD-RECUPERAS = 500
                   SET TABELA-TRANSBORDOU TO TRUE
                   GO TO P410-SAIDA
               END-IF
               ADD 1 TO WS-QTD-RECUPERAS
               MOVE EVT-CONTRATO TO WS-RCP-CONTRATO(WS-QTD-RECUPERAS)
               MOVE EVT-DATA     TO WS-RCP-DATA(WS-QTD-RECUPERAS)
               MOVE EVT-OPERADOR TO WS-RCP-OPERADOR(WS-QTD-RECUPERAS)
               MOVE ZEROS        TO WS-RCP-DT-PAGTO(WS-QTD-RECUPERAS)
           END-IF
           IF EVT-TIPO = "CESSAO"
               ADD 1 TO WS-FLX-LIDOS(7)
               MOVE EVT-OPERADOR TO WS-OPER-TESTE
               IF OPER-SEM-IDENTIDADE
                   GO TO P410-SAIDA
               END-IF
               IF WS-QTD-CESSOES = 2000
                   SET TABELA-TRANSBORDOU TO TRUE
                   GO TO P410-SAIDA
               END-IF
               ADD 1 TO WS-QTD-CESSOES
               MOVE EVT-CONTRATO TO WS-CES-CONTRATO(WS-QTD-CESSOES)
               MOVE EVT-DATA     TO WS-CES-DATA(WS-QTD-CESSOES)
               MOVE EVT-OPERADOR TO WS-CES-OPERADOR(WS-QTD-CESSOES)
               MOVE SPACES       TO WS-CES-EVENTO(WS-QTD-CESSOES)
               MOVE ZEROS        TO WS-CES-DT-EVENTO(WS-QTD-CESSOES)
           END-IF
           .
       P410-SAIDA.
           EXIT.

       P450-CARREGA-ESTORNOS.
      *>   PRIMEIRA LEITURA DO HISTORICO: OS ESTORNOS DA COMPETENCIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT PAGH-FILE
           IF WS-PAGH-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAGH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM P460-GUARDA-ESTORNO
                               THRU P460-SAIDA
                   END-READ
               END-PERFORM
               CLOSE PAGH-FILE
           END-IF
           .

       P460-GUARDA-ESTORNO.
           IF PAGH-TIPO NOT = "E" OR PAGH-DATA NOT NUMERIC
               GO TO P460-SAIDA
           END-IF
           COMPUTE WS-MES-ATV = PAGH-DATA / 100
           IF WS-MES-ATV NOT = WS-COMPETENCIA
               GO TO P460-SAIDA
           END-IF
           ADD 1 TO WS-FLX-LIDOS(5)
           MOVE PAGH-OPERADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P460-SAIDA
           END-IF
           IF WS-QTD-ESTORNOS = 2000
               SET TABELA-TRANSBORDOU TO TRUE
               GO TO P460-SAIDA
           END-IF
           ADD 1 TO WS-QTD-ESTORNOS
           MOVE PAGH-CONTRATO TO WS-EST-CONTRATO(WS-QTD-ESTORNOS)
           MOVE PAGH-PARCELA  TO WS-EST-PARCELA(WS-QTD-ESTORNOS)
           MOVE PAGH-DATA     TO WS-EST-DATA(WS-QTD-ESTORNOS)
           MOVE PAGH-HORA     TO WS-EST-HORA(WS-QTD-ESTORNOS)
           MOVE PAGH-OPERADOR TO WS-EST-OPERADOR(WS-QTD-ESTORNOS)
           MOVE SPACES        TO WS-EST-ORIGEM(WS-QTD-ESTORNOS)
           MOVE ZEROS         TO WS-EST-DT-ORIGEM(WS-QTD-ESTORNOS)
           .
       P460-SAIDA.
           EXIT.

       P500-CASA-PAGAMENTOS.
      *>   SEGUNDA LEITURA: CADA RECEBIMENTO (P, M, A) E CANDIDATO A
      *>   ORIGEM DO ESTORNO DA MESMA PARCELA FEITO DEPOIS DELE, E A
      *>   RECEBIMENTO DO PROPRIO OPERADOR ATE 30 DIAS ANTES DA
      *>   RECUPERACAO DO CONTRATO.
           IF WS-QTD-ESTORNOS = ZEROS AND WS-QTD-RECUPERAS = ZEROS
               GO TO P500-SAIDA
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT PAGH-FILE
           IF WS-PAGH-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAGH-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF PAGH-TIPO NOT = "E"
                              AND PAGH-DATA IS NUMERIC
                              AND PAGH-DATA > 19000101
                               PERFORM P510-CASA-ESTORNOS
                               PERFORM P520-CASA-RECUPERAS
                                   THRU P520-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGH-FILE
           END-IF
           .
       P500-SAIDA.
           EXIT.

       P510-CASA-ESTORNOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ESTORNOS
               IF WS-EST-CONTRATO(WS-IDX) = PAGH-CONTRATO
                  AND WS-EST-PARCELA(WS-IDX) = PAGH-PARCELA
                  AND (PAGH-DATA < WS-EST-DATA(WS-IDX)
                       OR (PAGH-DATA = WS-EST-DATA(WS-IDX)
                           AND PAGH-HORA <= WS-EST-HORA(WS-IDX)))
                   MOVE PAGH-OPERADOR TO WS-EST-ORIGEM(WS-IDX)
                   MOVE PAGH-DATA     TO WS-EST-DT-ORIGEM(WS-IDX)
               END-IF
           END-PERFORM
           .

       P520-CASA-RECUPERAS.
           IF WS-QTD-RECUPERAS = ZEROS
               GO TO P520-SAIDA
           END-IF
           COMPUTE WS-JUL-PAGTO = FUNCTION INTEGER-OF-DATE(PAGH-DATA)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RECUPERAS
               IF WS-RCP-CONTRATO(WS-IDX) = PAGH-CONTRATO
                  AND WS-RCP-OPERADOR(WS-IDX) = PAGH-OPERADOR
                  AND PAGH-DATA <= WS-RCP-DATA(WS-IDX)
                   COMPUTE WS-JUL-RECUPERA = FUNCTION INTEGER-OF-DATE
                           (WS-RCP-DATA(WS-IDX))
                   IF WS-JUL-RECUPERA - WS-JUL-PAGTO <= 30
                       MOVE PAGH-DATA TO WS-RCP-DT-PAGTO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       P520-SAIDA.
           EXIT.

       P550-CASA-EVENTOS-CESSAO.
      *>   SEGUNDA LEITURA DOS EVENTOS: O CEDENTE TINHA MEXIDO NO
      *>   SALDO DO MESMO CONTRATO ANTES DA CESSAO?
           IF WS-QTD-CESSOES = ZEROS
               GO TO P550-SAIDA
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS = "00"
               PERFORM UNTIL FIM-ARQUIVO
                   READ EVT-FILE
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF EVT-TIPO = "ESTORNO" OR "ISENCAO"
                              OR "RENEGOC" OR "LANC-MAN"
                               PERFORM P560-CASA-CESSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVT-FILE
           END-IF
           .
       P550-SAIDA.
           EXIT.

       P560-CASA-CESSAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CESSOES
               IF WS-CES-CONTRATO(WS-IDX) = EVT-CONTRATO
                  AND WS-CES-OPERADOR(WS-IDX) = EVT-OPERADOR
                  AND EVT-DATA <= WS-CES-DATA(WS-IDX)
                   MOVE EVT-TIPO TO WS-CES-EVENTO(WS-IDX)
                   MOVE EVT-DATA TO WS-CES-DT-EVENTO(WS-IDX)
               END-IF
           END-PERFORM
           .

       P600-CONFLITOS-CASADOS.
           MOVE 5 TO WS-FLUXO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ESTORNOS
               IF WS-EST-ORIGEM(WS-IDX) = WS-EST-OPERADOR(WS-IDX)
                   MOVE SPACES TO WS-CNF-REFERENCIA
                   STRING "CONTRATO " WS-EST-CONTRATO(WS-IDX)
                          " PARC " WS-EST-PARCELA(WS-IDX)
                          DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
                   MOVE WS-EST-DATA(WS-IDX)     TO WS-CNF-DATA
                   MOVE WS-EST-OPERADOR(WS-IDX) TO WS-CNF-OPERADOR
                   MOVE SPACES TO WS-CNF-DETALHE
                   STRING "ESTORNOU O PROPRIO RECEBIMENTO DE "
                          WS-EST-DT-ORIGEM(WS-IDX)
                          DELIMITED BY SIZE INTO WS-CNF-DETALHE
                   PERFORM P910-IMPRIME-CONFLITO
               END-IF
           END-PERFORM

           MOVE 6 TO WS-FLUXO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RECUPERAS
               IF WS-RCP-DT-PAGTO(WS-IDX) > ZEROS
                   MOVE SPACES TO WS-CNF-REFERENCIA
                   STRING "CONTRATO " WS-RCP-CONTRATO(WS-IDX)
                          DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
                   MOVE WS-RCP-DATA(WS-IDX)     TO WS-CNF-DATA
                   MOVE WS-RCP-OPERADOR(WS-IDX) TO WS-CNF-OPERADOR
                   MOVE SPACES TO WS-CNF-DETALHE
                   STRING "RECEBEU EM " WS-RCP-DT-PAGTO(WS-IDX)
                          " E TIROU DO PREJUIZO"
                          DELIMITED BY SIZE INTO WS-CNF-DETALHE
                   PERFORM P910-IMPRIME-CONFLITO
               END-IF
           END-PERFORM

           MOVE 7 TO WS-FLUXO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CESSOES
               IF WS-CES-EVENTO(WS-IDX) NOT = SPACES
                   MOVE SPACES TO WS-CNF-REFERENCIA
                   STRING "CONTRATO " WS-CES-CONTRATO(WS-IDX)
                          DELIMITED BY SIZE INTO WS-CNF-REFERENCIA
                   MOVE WS-CES-DATA(WS-IDX)     TO WS-CNF-DATA
                   MOVE WS-CES-OPERADOR(WS-IDX) TO WS-CNF-OPERADOR
                   MOVE SPACES TO WS-CNF-DETALHE
                   STRING "FEZ " WS-CES-EVENTO(WS-IDX) " EM "
                          WS-CES-DT-EVENTO(WS-IDX)
                          " E CEDEU O CONTRATO"
                          DELIMITED BY SIZE INTO WS-CNF-DETALHE
                   PERFORM P910-IMPRIME-CONFLITO
               END-IF
           END-PERFORM
           .

       P700-IMPRIME-PARES.
           PERFORM P190-ESCREVE-LINHA
           MOVE "PARES DE APROVACAO A REVISAR" TO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           MOVE WS-LIM-CRUZADA   TO WS-LIM-EDIT-1
           MOVE WS-LIM-PCT       TO WS-LIM-EDIT-2
           MOVE WS-LIM-MIN-ITENS TO WS-LIM-EDIT-3
           STRING "APROVACAO CRUZADA = OS DOIS APROVAM UM AO OUTRO, "
                  "COM" WS-LIM-EDIT-1 " ITENS OU MAIS NO PAR"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           STRING "CONCENTRACAO = UM SO APROVADOR COM" WS-LIM-EDIT-2
                  "% OU MAIS DOS ITENS DO AUTOR, QUANDO O AUTOR TEM"
                  WS-LIM-EDIT-3 " ITENS OU MAIS"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           STRING "AUTOR      APROVADOR   A->B   B->A "
                  " ITENS A  PCT   MOTIVO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           PERFORM P710-AVALIA-PAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PARES
           IF WS-QTD-PARES-REV = ZEROS
               MOVE "  NENHUM PAR A REVISAR NA COMPETENCIA."
                   TO WS-LINHA-EDIT
               PERFORM P190-ESCREVE-LINHA
           END-IF
           .

       P710-AVALIA-PAR.
           MOVE ZEROS TO WS-PAR-INVERSO WS-PAR-TOTAL-AUTOR
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-PARES
               IF WS-PAR-AUTOR(WS-IDX2) = WS-PAR-APROVADOR(WS-IDX)
                  AND WS-PAR-APROVADOR(WS-IDX2) = WS-PAR-AUTOR(WS-IDX)
                   MOVE WS-PAR-QTD(WS-IDX2) TO WS-PAR-INVERSO
               END-IF
               IF WS-PAR-AUTOR(WS-IDX2) = WS-PAR-AUTOR(WS-IDX)
                   ADD WS-PAR-QTD(WS-IDX2) TO WS-PAR-TOTAL-AUTOR
               END-IF
           END-PERFORM
           COMPUTE WS-PAR-PCT =
                   WS-PAR-QTD(WS-IDX) * 100 / WS-PAR-TOTAL-AUTOR
           MOVE SPACES TO WS-LPR-MOTIVO
      *>   O PAR CRUZADO SAI UMA VEZ SO, PELO AUTOR MENOR.
           IF WS-PAR-INVERSO > ZEROS
              AND WS-PAR-QTD(WS-IDX) + WS-PAR-INVERSO
                  >= WS-LIM-CRUZADA
              AND WS-PAR-AUTOR(WS-IDX) < WS-PAR-APROVADOR(WS-IDX)
               MOVE "APROVACAO CRUZADA" TO WS-LPR-MOTIVO
           END-IF
           IF WS-PAR-TOTAL-AUTOR >= WS-LIM-MIN-ITENS
              AND WS-PAR-PCT >= WS-LIM-PCT
               IF WS-LPR-MOTIVO = SPACES
                   MOVE "CONCENTRACAO NUM SO APROVADOR"
                       TO WS-LPR-MOTIVO
               ELSE
                   MOVE "APROVACAO CRUZADA E CONCENTRACAO"
                       TO WS-LPR-MOTIVO
               END-IF
           END-IF
           IF WS-LPR-MOTIVO NOT = SPACES
               MOVE WS-PAR-AUTOR(WS-IDX)     TO WS-LPR-AUTOR
               MOVE WS-PAR-APROVADOR(WS-IDX) TO WS-LPR-APROVADOR
               MOVE WS-PAR-QTD(WS-IDX)       TO WS-LPR-QTD
               MOVE WS-PAR-INVERSO           TO WS-LPR-INVERSO
               MOVE WS-PAR-TOTAL-AUTOR       TO WS-LPR-TOTAL-AUTOR
               MOVE WS-PAR-PCT               TO WS-LPR-PCT
               MOVE WS-LINHA-PAR TO WS-LINHA-EDIT
               ADD 1 TO WS-QTD-PARES-REV
               ADD 1 TO WS-RPT-TOTAL-REGISTROS
               PERFORM P190-ESCREVE-LINHA
           END-IF
           .

       P800-RODAPE.
           PERFORM P190-ESCREVE-LINHA
           MOVE "FLUXO           ITENS MES  CONFLITOS" TO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA
           PERFORM VARYING WS-FLUXO FROM 1 BY 1 UNTIL WS-FLUXO > 7
               MOVE WS-FLX-NOME(WS-FLUXO)      TO WS-LFX-NOME
               MOVE WS-FLX-LIDOS(WS-FLUXO)     TO WS-LFX-LIDOS
               MOVE WS-FLX-CONFLITOS(WS-FLUXO) TO WS-LFX-CONFLITOS
               MOVE WS-LINHA-FLUXO TO WS-LINHA-EDIT
               PERFORM P190-ESCREVE-LINHA
           END-PERFORM
           IF TABELA-TRANSBORDOU
               STRING "AVISO: TABELA DE TRABALHO CHEIA - PARTE DOS "
                      "ITENS DO MES NAO FOI CONFERIDA."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P190-ESCREVE-LINHA
           END-IF
           PERFORM P190-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P190-ESCREVE-LINHA

           DISPLAY "=============================================="
           DISPLAY "SEGREGACAO DE FUNCOES - " WS-COMP-MES "/"
                   WS-COMP-ANO
           DISPLAY "CONFLITOS DO MESMO OPERADOR..: " WS-QTD-CONFLITOS
           DISPLAY "PARES DE APROVACAO A REVISAR.: " WS-QTD-PARES-REV
           DISPLAY "=============================================="
           .

       P900-REGISTRA-PAR.
           MOVE WS-PNV-APROVADOR TO WS-OPER-TESTE
           IF OPER-SEM-IDENTIDADE
               GO TO P900-SAIDA
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARES
               IF WS-PAR-AUTOR(WS-IDX) = WS-PNV-AUTOR
                  AND WS-PAR-APROVADOR(WS-IDX) = WS-PNV-APROVADOR
                   ADD 1 TO WS-PAR-QTD(WS-IDX)
                   GO TO P900-SAIDA
               END-IF
           END-PERFORM
           IF WS-QTD-PARES = 1000
               SET TABELA-TRANSBORDOU TO TRUE
               GO TO P900-SAIDA
           END-IF
           ADD 1 TO WS-QTD-PARES
           MOVE WS-PNV-AUTOR     TO WS-PAR-AUTOR(WS-QTD-PARES)
           MOVE WS-PNV-APROVADOR TO WS-PAR-APROVADOR(WS-QTD-PARES)
           MOVE 1                TO WS-PAR-QTD(WS-QTD-PARES)
           .
       P900-SAIDA.
           EXIT.

       P910-IMPRIME-CONFLITO.
           MOVE WS-FLX-NOME(WS-FLUXO) TO WS-LCF-FLUXO
           MOVE WS-CNF-REFERENCIA     TO WS-LCF-REFERENCIA
           MOVE WS-CNF-DATA           TO WS-LCF-DATA
           MOVE WS-CNF-OPERADOR       TO WS-LCF-OPERADOR
           MOVE WS-CNF-DETALHE        TO WS-LCF-DETALHE
           MOVE WS-LINHA-CONFLITO TO WS-LINHA-EDIT
           ADD 1 TO WS-FLX-CONFLITOS(WS-FLUXO)
           ADD 1 TO WS-QTD-CONFLITOS
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           PERFORM P190-ESCREVE-LINHA
           .

       END PROGRAM sodRpt.
