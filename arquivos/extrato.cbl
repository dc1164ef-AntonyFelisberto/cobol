      *          due date, value and paga/parcial/pendente status, the
      *          multa/mora accrued on each overdue parcela (TAXAMULT
      *          rates, same math as lateFee), and the current saldo
      *          devedor (SAC, PRICE or parcela balao, same rule as
      *          payoff; the balloon residual is shown with the
      *          terms). Multa
      *          and mora formally waived (ISENCAO.DAT, situacao A)
      *          come off each parcela's charges and show in their own
      *          column. After a partial prepayment (AMORTEXT.LOG)
      *          the CET is the one of the whole cash flow: the net
      *          amount released at booking against the parcelas and
      *          the prepayments. Uses the RPTHDR.cpy header standard.
      *          The consultation is recorded in the access log
      *          (acessoUtil, ACESSO.DAT). Post-dated cheques still in
      *          custody (CHEQUE.DAT) and returned-cheque fees not yet
      *          paid are listed with the contract terms, as are the
      *          service fees (TARITEM.DAT) of the contract and of the
      *          client as a whole. A statement the client takes on
      *          paper raises the EP service fee (tarifaUtil).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EVT-STATUS.

               SELECT ISE-FILE ASSIGN TO "ISENCAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISE-STATUS.

               SELECT AEX-FILE ASSIGN TO "AMORTEXT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AEX-STATUS.

               SELECT TIT-FILE ASSIGN TO "TARITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIT-STATUS.

               SELECT CHQ-FILE ASSIGN TO "CHEQUE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
       FD  EVT-FILE.
           COPY EVTFD.

       FD  ISE-FILE.
           COPY ISEFD.

       FD  AEX-FILE.
           COPY AEXFD.

       FD  CHQ-FILE.
           COPY CHQFD.

       FD  TIT-FILE.
           COPY TITFD.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY RPTHDR.
           COPY TAVLK.
           COPY TAVSRV.

       77  WS-TAXA-MULTA           PIC 9V9999 VALUE 0,0200.
       77  WS-TAXA-MORA-DIA        PIC 9V9999 VALUE 0,0033.
           03  WS-EVT-EOF          PIC X VALUE "N".
               88  FIM-EVENTOS        VALUE "S".
           03  WS-QTD-EVENTOS      PIC 9(04) VALUE ZEROS.
           03  WS-ISE-STATUS       PIC XX.
           03  WS-ISE-EOF          PIC X VALUE "N".
               88  FIM-ISENCOES       VALUE "S".
           03  WS-AEX-STATUS       PIC XX.
           03  WS-AEX-EOF          PIC X VALUE "N".
               88  FIM-AMORTIZACOES   VALUE "S".
           03  WS-CHQ-STATUS       PIC XX.
           03  WS-CHQ-EOF          PIC X VALUE "N".
               88  FIM-CHEQUES        VALUE "S".
           03  WS-TOT-CUSTODIA     PIC 9(08)V99.
           03  WS-TIT-STATUS       PIC XX.
           03  WS-TIT-EOF          PIC X VALUE "N".
               88  FIM-TARIFAS        VALUE "S".
           03  WS-TOT-TARIFAS      PIC 9(08)V99.
           03  WS-EXTRATO-PAPEL    PIC X.
           03  WS-SRV-IDX          PIC 9(02).
           03  WS-SRV-DESCRICAO    PIC X(25).
           03  WS-QTD-AMORTIZACOES PIC 9(02).
           03  WS-TOT-AMORTIZADO   PIC 9(08)V99.
           03  WS-VALOR-MULTA      PIC 9(06)V99.
           03  WS-VALOR-MORA       PIC 9(06)V99.
           03  WS-VALOR-ISENTO     PIC 9(06)V99.
           03  WS-TOT-ISENTO       PIC 9(09)V99 VALUE ZEROS.
           03  WS-MELHOR-INICIO    PIC 9(8).
           03  WS-CLIENTE          PIC X(20).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "extrato".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

      *>   ISENCOES APLICADAS NO CONTRATO, POR PARCELA.
       01  WS-ISENCOES-PARCELA.
           03  WS-ISE-PARC OCCURS 420 TIMES.
               05  WS-ISE-MULTA    PIC 9(07)V99.
               05  WS-ISE-MORA     PIC 9(07)V99.

       01  WS-CET-LIQUIDO          PIC 9(08)V99.
       01  WS-CET-BASE             PIC S9(09)V99.
       01  WS-CET-NUM              PIC 999.
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE

           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO
           CALL "acessoUtil" USING WS-COD-CLIENTE WS-ACS-PROGRAMA
                                   WS-ACS-OPERADOR
           PERFORM P040-EXTRATO-PAPEL

           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
           COMPUTE WS-JULIANO-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM P050-LE-TAXAS
           PERFORM P060-CARREGA-ISENCOES

           PERFORM P100-IMPRIME-CABECALHO
           PERFORM P200-IMPRIME-TERMOS

           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           DISPLAY "PARC  VENCIMENTO   VALOR      SITUACAO "
                   " ENCARGOS     ISENTO"
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               PERFORM P300-IMPRIME-PARCELA
           PERFORM P900-FIM
           .

       P040-EXTRATO-PAPEL.
      *>   O EXTRATO LEVADO EM PAPEL PELO CLIENTE E TARIFADO; A
      *>   CONSULTA NA TELA NAO.
           DISPLAY "EXTRATO EM PAPEL A PEDIDO DO CLIENTE? (S/N): "
           ACCEPT WS-EXTRATO-PAPEL
           IF WS-EXTRATO-PAPEL = "S" OR WS-EXTRATO-PAPEL = "s"
               MOVE "L"             TO TRU-FUNCAO
               MOVE "EP"            TO TRU-SERVICO
               MOVE FIN-CONTRATO    TO TRU-CONTRATO
               MOVE FIN-COD-CLIENTE TO TRU-COD-CLIENTE
               MOVE SPACES          TO TRU-OPERADOR
               MOVE SPACES          TO TRU-REFERENCIA
               MOVE ZEROS           TO TRU-VALOR
               CALL "tarifaUtil" USING TRU-PARAMETROS
               IF TRU-OK
                   DISPLAY "TARIFA DE EXTRATO EM PAPEL LANCADA: "
                           TRU-VALOR
               END-IF
           END-IF
           .

       P050-LE-TAXAS.
           MOVE ZEROS TO WS-MELHOR-INICIO
           MOVE "N"   TO WS-MUL-EOF
           END-READ
           .

       P060-CARREGA-ISENCOES.
           INITIALIZE WS-ISENCOES-PARCELA
           MOVE "N" TO WS-ISE-EOF
           OPEN INPUT ISE-FILE
           IF WS-ISE-STATUS = "00"
               PERFORM P065-LE-ISENCAO
               PERFORM UNTIL FIM-ISENCOES
                   IF ISE-CONTRATO = FIN-CONTRATO
                      AND ISE-APLICADA
                      AND ISE-PARCELA > ZEROS
                      AND ISE-PARCELA <= 420
                       ADD ISE-VALOR-MULTA
                           TO WS-ISE-MULTA(ISE-PARCELA)
                       ADD ISE-VALOR-MORA
                           TO WS-ISE-MORA(ISE-PARCELA)
                   END-IF
                   PERFORM P065-LE-ISENCAO
               END-PERFORM
               CLOSE ISE-FILE
           END-IF
           .

       P065-LE-ISENCAO.
           READ ISE-FILE
               AT END SET FIM-ISENCOES TO TRUE
           END-READ
           .

       P100-IMPRIME-CABECALHO.
           MOVE "EXTRATO " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           PERFORM P230-MOSTRA-CET THRU P230-SAIDA
           DISPLAY "SISTEMA AMORTIZACAO..: " FIN-SISTEMA-AMORT
           DISPLAY "NUMERO DE PARCELAS...: " FIN-NUM-PARCELAS
           IF FIN-AMORT-BALAO
               DISPLAY "PARCELA BALAO (VFG)..: RESIDUAL "
                       FIN-VALOR-RESIDUAL " (" FIN-PCT-RESIDUAL
                       "%) NA PARCELA " FIN-NUM-PARCELAS
           END-IF
           DISPLAY "MOEDA................: " FIN-MOEDA
           IF FIN-COM-PRESTAMISTA
               DISPLAY "SEGURO PRESTAMISTA...: ATIVO - PREMIO POR "
           PERFORM P260-MOSTRA-CREDITO
           PERFORM P270-MOSTRA-RETOMADA
           PERFORM P280-MOSTRA-TRANSFERENCIAS
           PERFORM P290-MOSTRA-CHEQUES
           PERFORM P296-MOSTRA-TARIFAS
           DISPLAY "=============================================="
           .

       P230-MOSTRA-CET.
      *>   O CET SAI DO FLUXO REAL: LIQUIDO LIBERADO (FINANCIADO
      *>   MENOS IOF E TARIFA) CONTRA A SERIE COMPLETA DE PARCELAS.
      *>   A AMORTIZACAO EXTRAORDINARIA REFAZ O FIN-VALOR: O LIQUIDO
      *>   DA CONTRATACAO VEM DO AMORTEXT.LOG E CADA AMORTIZACAO
      *>   ENTRA NO FLUXO NO MES DA ULTIMA PARCELA PAGA ANTES DELA.
           COMPUTE WS-CET-BASE = FIN-VALOR - FIN-ENTRADA
                   - FIN-VALOR-IOF - FIN-VALOR-TARIFA
           INITIALIZE WS-CET-TABELA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               MOVE FIN-PARCELAS(WS-IND) TO WS-CET-PARCELA(WS-IND)
           END-PERFORM
           PERFORM P235-SOMA-AMORTIZACOES
           IF WS-CET-BASE <= ZEROS
               GO TO P230-SAIDA
           END-IF
           MOVE WS-CET-BASE      TO WS-CET-LIQUIDO
           MOVE FIN-NUM-PARCELAS TO WS-CET-NUM
           CALL "cetUtil" USING WS-CET-LIQUIDO WS-CET-NUM
                                WS-CET-TABELA WS-CET-MES WS-CET-ANO
           DISPLAY "CET..................: " WS-CET-MES
                   " A.M. / " WS-CET-ANO " % A.A."
           IF FIN-AMORT-BALAO
               DISPLAY "                       (INCLUI A PARCELA "
                       "BALAO DE " FIN-VALOR-RESIDUAL ")"
           END-IF
           .
       P230-SAIDA.
           EXIT.

       P235-SOMA-AMORTIZACOES.
           MOVE ZEROS TO WS-QTD-AMORTIZACOES
           MOVE ZEROS TO WS-TOT-AMORTIZADO
           MOVE "N" TO WS-AEX-EOF
           OPEN INPUT AEX-FILE
           IF WS-AEX-STATUS = "00"
               PERFORM P236-LE-AMORTIZACAO
               PERFORM UNTIL FIM-AMORTIZACOES
                   IF AEX-CONTRATO = FIN-CONTRATO
                       IF WS-QTD-AMORTIZACOES = ZEROS
                           MOVE AEX-LIQUIDO-ORIGINAL TO WS-CET-BASE
                       END-IF
                       ADD 1 TO WS-QTD-AMORTIZACOES
                       ADD AEX-VALOR-PAGO TO WS-TOT-AMORTIZADO
                       IF AEX-ULT-PARCELA-PAGA = ZEROS
                           SUBTRACT AEX-VALOR-PAGO FROM WS-CET-BASE
                       ELSE
                           IF AEX-ULT-PARCELA-PAGA <= FIN-NUM-PARCELAS
                               ADD AEX-VALOR-PAGO TO WS-CET-PARCELA
                                   (AEX-ULT-PARCELA-PAGA)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM P236-LE-AMORTIZACAO
               END-PERFORM
               CLOSE AEX-FILE
           END-IF
           IF WS-QTD-AMORTIZACOES > ZEROS
               DISPLAY "AMORTIZ. EXTRAORD....: " WS-QTD-AMORTIZACOES
                       " - TOTAL " WS-TOT-AMORTIZADO
           END-IF
           .

       P236-LE-AMORTIZACAO.
           READ AEX-FILE
               AT END SET FIM-AMORTIZACOES TO TRUE
           END-READ
           .

       P250-MOSTRA-AVALISTA.
           MOVE "N" TO WS-AVA-EOF
           OPEN INPUT AVA-FILE
           END-READ
           .

       P290-MOSTRA-CHEQUES.
      *>   CHEQUES PRE-DATADOS AINDA NA CUSTODIA (CHEQUE.DAT) - A
      *>   PARCELA SO FICA PAGA QUANDO O CHEQUE E DEPOSITADO - E
      *>   TARIFA DE CHEQUE DEVOLVIDO AINDA NAO PAGA.
           MOVE ZEROS TO WS-TOT-CUSTODIA
           MOVE "N"   TO WS-CHQ-EOF
           OPEN INPUT CHQ-FILE
           IF WS-CHQ-STATUS = "00"
               PERFORM P295-LE-CHEQUE
               PERFORM UNTIL FIM-CHEQUES
                   IF CHQ-CONTRATO = FIN-CONTRATO
                       IF CHQ-EM-CUSTODIA
                           DISPLAY "CHEQUE EM CUSTODIA...: "
                                   CHQ-ID " PARC " CHQ-PARCELA
                                   " BOM PARA " CHQ-DT-BOM-PARA
                                   " VALOR " CHQ-VALOR
                           ADD CHQ-VALOR TO WS-TOT-CUSTODIA
                       END-IF
                       IF CHQ-DEVOLVIDO AND CHQ-TARIFA-PENDENTE
                           DISPLAY "CHEQUE DEVOLVIDO.....: "
                                   CHQ-ID " EM " CHQ-DT-DEVOLUCAO
                                   " TARIFA PENDENTE "
                                   CHQ-VALOR-TARIFA
                       END-IF
                   END-IF
                   PERFORM P295-LE-CHEQUE
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF
           IF WS-TOT-CUSTODIA > ZEROS
               DISPLAY "TOTAL EM CUSTODIA....: " WS-TOT-CUSTODIA
           END-IF
           .

       P295-LE-CHEQUE.
           READ CHQ-FILE
               AT END SET FIM-CHEQUES TO TRUE
           END-READ
           .

       P296-MOSTRA-TARIFAS.
      *>   TARIFAS AVULSAS DO CONTRATO E DO CLIENTE SEM CONTRATO; A
      *>   DE CHEQUE DEVOLVIDO JA SAI NA LISTA DE CHEQUES.
           MOVE ZEROS TO WS-TOT-TARIFAS
           MOVE "N"   TO WS-TIT-EOF
           OPEN INPUT TIT-FILE
           IF WS-TIT-STATUS = "00"
               PERFORM P298-LE-TARIFA
               PERFORM UNTIL FIM-TARIFAS
                   IF TIT-SERVICO NOT = "CD"
                      AND (TIT-CONTRATO = FIN-CONTRATO
                           OR (TIT-CONTRATO = ZEROS
                               AND TIT-COD-CLIENTE = FIN-COD-CLIENTE))
                       MOVE "SERVICO DESCONHECIDO" TO WS-SRV-DESCRICAO
                       PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                               UNTIL WS-SRV-IDX > WS-SRV-QTD
                           IF WS-SRV-CODIGO(WS-SRV-IDX) = TIT-SERVICO
                               MOVE WS-SRV-NOME(WS-SRV-IDX)
                                   TO WS-SRV-DESCRICAO
                           END-IF
                       END-PERFORM
                       DISPLAY "TARIFA " TIT-ID "......: "
                               WS-SRV-DESCRICAO " " TIT-DT-LANCAMENTO
                               " " TIT-VALOR " " TIT-SITUACAO
                       IF TIT-PENDENTE
                           ADD TIT-VALOR TO WS-TOT-TARIFAS
                       END-IF
                   END-IF
                   PERFORM P298-LE-TARIFA
               END-PERFORM
               CLOSE TIT-FILE
           END-IF
           IF WS-TOT-TARIFAS > ZEROS
               DISPLAY "TARIFAS PENDENTES....: " WS-TOT-TARIFAS
                       " (NO PROXIMO BOLETO)"
           END-IF
           .

       P298-LE-TARIFA.
           READ TIT-FILE
               AT END SET FIM-TARIFAS TO TRUE
           END-READ
           .

       P300-IMPRIME-PARCELA.
           COMPUTE WS-MES-TOTAL = WS-CD-MM + WS-IND
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           MOVE ZEROS TO WS-VALOR-ENCARGO
           MOVE ZEROS TO WS-VALOR-ISENTO
           EVALUATE TRUE
               WHEN WS-IND <= WS-PAG-ULT-PARCELA-PAGA
                   MOVE "PAGA"     TO WS-STATUS-PARCELA
               COMPUTE WS-DIAS-ATRASO =
                       WS-JULIANO-HOJE - WS-JULIANO-VENC
               IF WS-DIAS-ATRASO > 0
                   COMPUTE WS-VALOR-MULTA =
                           WS-VALOR-PENDENTE * WS-TAXA-MULTA
                   COMPUTE WS-VALOR-MORA =
                           WS-VALOR-PENDENTE * WS-TAXA-MORA-DIA
                           * WS-DIAS-ATRASO
                   PERFORM P310-ABATE-ISENCAO
                   COMPUTE WS-VALOR-ENCARGO =
                           WS-VALOR-MULTA + WS-VALOR-MORA
                   ADD WS-VALOR-ENCARGO TO WS-TOT-ENCARGOS
                   ADD WS-VALOR-ISENTO  TO WS-TOT-ISENTO
               END-IF
           END-IF

           DISPLAY WS-IND "   " WS-DATA-VENCIMENTO "   "
                   WS-VALOR-PENDENTE "  " WS-STATUS-PARCELA " "
                   WS-VALOR-ENCARGO " " WS-VALOR-ISENTO
           .

       P310-ABATE-ISENCAO.
      *>   MESMA REGRA DO lateCharge: CADA ISENCAO ABATE A SUA PARTE
      *>   (MULTA OU MORA) ATE ZERAR, NUNCA ABAIXO DE ZERO.
           IF WS-ISE-MULTA(WS-IND) >= WS-VALOR-MULTA
               ADD WS-VALOR-MULTA TO WS-VALOR-ISENTO
               MOVE ZEROS TO WS-VALOR-MULTA
           ELSE
               ADD WS-ISE-MULTA(WS-IND) TO WS-VALOR-ISENTO
               SUBTRACT WS-ISE-MULTA(WS-IND) FROM WS-VALOR-MULTA
           END-IF
           IF WS-ISE-MORA(WS-IND) >= WS-VALOR-MORA
               ADD WS-VALOR-MORA TO WS-VALOR-ISENTO
               MOVE ZEROS TO WS-VALOR-MORA
           ELSE
               ADD WS-ISE-MORA(WS-IND) TO WS-VALOR-ISENTO
               SUBTRACT WS-ISE-MORA(WS-IND) FROM WS-VALOR-MORA
           END-IF
           .

       P400-IMPRIME-SALDO.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P450-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)

           DISPLAY "=============================================="
           DISPLAY "ENCARGOS ACUMULADOS..: " WS-TOT-ENCARGOS
           IF WS-TOT-ISENTO > ZEROS
               DISPLAY "ENCARGOS ISENTOS.....: " WS-TOT-ISENTO
           END-IF
           DISPLAY "SALDO DEVEDOR ATUAL..: " WS-SALDO-DEVEDOR
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO =
                       (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                       / FIN-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM FIN-NUM-PARCELAS TIMES
                           + WS-FATOR-PRICE * FIN-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                        - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
       P030-SELECIONA-CONTRATO.
           MOVE ZEROS TO WS-QTD-CONTRATOS
           MOVE ZEROS TO WS-CONTRATO-ACHADO
      *>   OS CONTRATOS DO CLIENTE SAEM PELA CHAVE ALTERNATIVA DO
      *>   FINMAST (FIN-COD-CLIENTE).
           MOVE WS-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P900-FIM
           END-READ
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
           .

       P035-LISTA-CONTRATOS.
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-CONTRATOS
                       MOVE FIN-CONTRATO TO WS-CONTRATO-ACHADO
                       DISPLAY "  CONTRATO " FIN-CONTRATO
