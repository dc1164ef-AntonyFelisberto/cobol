      ******************************************************************
      * Author:
      * Date:
      * Purpose: Partial prepayment (amortizacao extraordinaria) - the
      *          client of an active contract that is up to date pays
      *          part of the saldo devedor at the counter. The amount
      *          goes entirely to principal, so the interest of the
      *          parcelas it covers is discounted exactly as payoff
      *          does for a full settlement, and the client chooses
      *          between a shorter term (P - same parcela level, fewer
      *          parcelas on FIN-NUM-PARCELAS) and lower parcelas
      *          (V - same number of parcelas). The remaining schedule
      *          is rebuilt on FINMAST.DAT and PAGMAST.DAT re-based:
      *          FIN-VALOR becomes the principal that, under the
      *          contract's own SAC/PRICE rule, leaves exactly the new
      *          saldo after the parcelas already paid - so payoff,
      *          extrato, refin, glExtract and every other saldo
      *          reader keep working unchanged, and the parcela
      *          numbers and due dates stay where they were. The
      *          payment goes to PAGHIST.DAT (tipo A), the posting to
      *          CONTABIL.DAT (AMORTEXT), the details to AMORTEXT.LOG,
      *          open boletos of the changed parcelas go for baixa on
      *          BOLCTL.DAT, and the amendment with the new schedule
      *          and the updated CET is printed to ADITIVO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. amortExt.

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
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT AEX-FILE ASSIGN TO "AMORTEXT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AEX-STATUS.

               SELECT CTB-FILE ASSIGN TO "CONTABIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTB-STATUS.

               SELECT CTH-FILE ASSIGN TO "CONTABHIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT ADT-FILE ASSIGN TO "ADITIVO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  AEX-FILE.
           COPY AEXFD.

       FD  CTB-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  BCT-FILE.
           COPY BCTFD.

       FD  ADT-FILE.
       01  ADT-LINHA           PIC X(80).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "amortExt".
       01  WS-JAN-LIBERADO     PIC X.
           COPY FINREC.
           COPY PAGTOREC.
           COPY GLMAPTB.

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-AEX-STATUS       PIC XX.
           03  WS-CTB-STATUS       PIC XX.
           03  WS-CTH-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-ADT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-AEX-EOF          PIC X.
               88  FIM-AMORTIZACOES   VALUE "S".
           03  WS-BCT-EOF          PIC X.
               88  FIM-BOLETOS        VALUE "S".
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-QTD-CONTRATOS    PIC 999.
           03  WS-CONTRATO-ACHADO  PIC 9(06).
           03  WS-PROXIMA-PARCELA  PIC 999.
           03  WS-IND              PIC 999.
           03  WS-OPCAO-AMORT      PIC X.
               88  OPCAO-PRAZO        VALUE "P".
               88  OPCAO-PARCELA      VALUE "V".
           03  WS-CONFIRMA         PIC X.
           03  WS-VALOR-PAGO       PIC 9(06)V99.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-NOVO-SALDO       PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-FATOR-PAGAS      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-SALDO-SIMULADO   PIC S9(07)V99.
           03  WS-PARCELAS-A-PAGAR PIC 999.
           03  WS-PARCELAS-ABERTAS PIC 999.
           03  WS-RESTO            PIC 9(06)V99.
           03  WS-NOVO-NUM-PARCELAS PIC 999.
           03  WS-NOVO-PRINCIPAL   PIC 9(06)V99.
           03  WS-NOVA-AMORTIZACAO PIC 9(06)V99.
           03  WS-NOVA-PRESTACAO   PIC 9(06)V99.
           03  WS-SALDO-CALC       PIC 9(07)V99.
           03  WS-VALOR-ANTES      PIC 9(06)V99.
           03  WS-PARCELAS-ANTES   PIC 999.
           03  WS-PARCELA-ANTES    PIC 9(07)V99.
           03  WS-TOT-ANTES        PIC 9(08)V99.
           03  WS-TOT-DEPOIS       PIC 9(08)V99.
           03  WS-JUROS-DISPENSADOS PIC S9(08)V99.
           03  WS-LIQUIDO-ORIGINAL PIC 9(08)V99.
           03  WS-QTD-BOL-BAIXA    PIC 9(03).
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-VALOR-ED2        PIC ZZZ.ZZ9,99.
           03  WS-JUROS-ED         PIC Z.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(80).
           03  WS-DATA-VENCIMENTO  PIC 9(8).
           03  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

      *>   CRONOGRAMA REFEITO DAS PARCELAS EM ABERTO.
       01  WS-NOVO-CRONOGRAMA.
           03  WS-NOVA-PARCELA     PIC 9(07)V99 OCCURS 420 TIMES.

      *>   AMORTIZACOES ANTERIORES DO CONTRATO, PARA O CET DO FLUXO
      *>   COMPLETO.
       01  WS-QTD-ANTERIORES       PIC 9(02) VALUE ZEROS.
       01  WS-TABELA-ANTERIORES.
           03  WS-ANT-ITEM OCCURS 0 TO 50 TIMES
                           DEPENDING ON WS-QTD-ANTERIORES.
               05  WS-ANT-ULT-PARCELA PIC 999.
               05  WS-ANT-VALOR       PIC 9(06)V99.
       77  WS-ANT-IDX              PIC 9(02).

       01  WS-CET-LIQUIDO          PIC 9(08)V99.
       01  WS-CET-BASE             PIC S9(09)V99.
       01  WS-CET-NUM              PIC 999.
       01  WS-CET-TABELA.
           03  WS-CET-PARCELA      PIC 9(07)V99 OCCURS 420 TIMES.
       01  WS-CET-MES              PIC 9V9(4).
       01  WS-CET-ANO              PIC 9(03)V99.
       01  WS-CET-SLOT             PIC 999.
       01  WS-CET-VALOR            PIC 9(06)V99.

      *>   CONTROLE DE BOLETOS EM MEMORIA - AS PARCELAS REFEITAS COM
      *>   BOLETO ABERTO NO BANCO VIRAM BAIXA A ENVIAR.
       01  WS-QTD-BOLETOS          PIC 9(04) VALUE ZEROS.
       01  WS-BCT-CHEIA            PIC X VALUE "N".
           88  BOLETOS-TRANSBORDOU    VALUE "S".
       01  WS-BCT-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-BOLETOS.
           03  WS-BCT-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-BOLETOS.
               05  WS-BCT-IMAGEM   PIC X(47).
       77  WS-BCT-IDX              PIC 9(04).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O FIN-FILE
           OPEN I-O PAG-FILE
           IF WS-PAG-STATUS = "35"
               OPEN OUTPUT PAG-FILE
               CLOSE PAG-FILE
               OPEN I-O PAG-FILE
           END-IF
           PERFORM P045-LE-OPERADOR-SESSAO
           IF WS-OPERADOR-SESSAO = "DIRETO"
               DISPLAY "INFORME O OPERADOR: "
               ACCEPT WS-OPERADOR
           ELSE
               MOVE WS-OPERADOR-SESSAO TO WS-OPERADOR
           END-IF

           DISPLAY "=============================================="
           DISPLAY "     AMORTIZACAO EXTRAORDINARIA"
           DISPLAY "=============================================="
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P030-SELECIONA-CONTRATO

           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE WITH LOCK
               INVALID KEY
                   MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ
           IF WS-PAG-STATUS = "51" OR WS-PAG-STATUS = "99"
               DISPLAY "CONTRATO EM USO POR OUTRO OPERADOR - "
                       "TENTE NOVAMENTE."
               PERFORM P900-FIM
           END-IF

           PERFORM P100-VALIDA-SITUACAO
           PERFORM P200-SALDO-DEVEDOR

           MOVE FIN-VALOR        TO WS-VALOR-ANTES
           MOVE FIN-NUM-PARCELAS TO WS-PARCELAS-ANTES
           MOVE FIN-PARCELAS(WS-PROXIMA-PARCELA) TO WS-PARCELA-ANTES
           COMPUTE WS-PARCELAS-ABERTAS =
                   FIN-NUM-PARCELAS - WS-PAG-ULT-PARCELA-PAGA

           DISPLAY "CONTRATO..............: " FIN-CONTRATO
           DISPLAY "CLIENTE...............: " WS-CLIENTE
           DISPLAY "PARCELAS PAGAS........: " WS-PAG-ULT-PARCELA-PAGA
                   " DE " FIN-NUM-PARCELAS
           MOVE WS-PARCELA-ANTES TO WS-VALOR-ED
           DISPLAY "VALOR DA PROXIMA PARC.: " WS-VALOR-ED
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-ED
           DISPLAY "SALDO DEVEDOR ATUAL...: " WS-VALOR-ED
           DISPLAY "=============================================="

           DISPLAY "VALOR A AMORTIZAR (0 = CANCELA): "
           ACCEPT WS-VALOR-PAGO
           IF WS-VALOR-PAGO = ZEROS
               DISPLAY "OPERACAO CANCELADA."
               PERFORM P900-FIM
           END-IF
           IF WS-VALOR-PAGO >= WS-SALDO-DEVEDOR
               DISPLAY "VALOR COBRE TODO O SALDO DEVEDOR - USE A "
                       "QUITACAO ANTECIPADA (payoff)."
               PERFORM P900-FIM
           END-IF

           DISPLAY "REDUZIR O PRAZO OU O VALOR DAS PARCELAS "
                   "(P=PRAZO / V=VALOR): "
           ACCEPT WS-OPCAO-AMORT
           PERFORM UNTIL OPCAO-PRAZO OR OPCAO-PARCELA
               DISPLAY "OPCAO INVALIDA. INFORME P (PRAZO) OU "
                       "V (VALOR DAS PARCELAS): "
               ACCEPT WS-OPCAO-AMORT
           END-PERFORM

           COMPUTE WS-NOVO-SALDO = WS-SALDO-DEVEDOR - WS-VALOR-PAGO
           IF OPCAO-PRAZO
               PERFORM P300-CALCULA-PRAZO
      *>       O REGISTRO DO CONTRATO NAO DESCE DE 12 PARCELAS.
               IF WS-NOVO-NUM-PARCELAS < 12
                   DISPLAY "PRAZO RESULTANTE DE " WS-NOVO-NUM-PARCELAS
                           " PARCELAS ABAIXO DO MINIMO DE 12 - "
                           "ESCOLHA A REDUCAO DO VALOR (V)."
                   PERFORM P900-FIM
               END-IF
           ELSE
               MOVE FIN-NUM-PARCELAS TO WS-NOVO-NUM-PARCELAS
           END-IF

           PERFORM P400-REFAZ-CRONOGRAMA
           PERFORM P500-CALCULA-CET

           DISPLAY "----------------------------------------------"
           MOVE WS-NOVO-SALDO TO WS-VALOR-ED
           DISPLAY "NOVO SALDO DEVEDOR....: " WS-VALOR-ED
           DISPLAY "PARCELAS..............: " WS-PARCELAS-ANTES
                   " -> " WS-NOVO-NUM-PARCELAS
           MOVE WS-PARCELA-ANTES TO WS-VALOR-ED
           MOVE WS-NOVA-PARCELA(WS-PROXIMA-PARCELA) TO WS-VALOR-ED2
           DISPLAY "PROXIMA PARCELA.......: " WS-VALOR-ED
                   " -> " WS-VALOR-ED2
           MOVE WS-JUROS-DISPENSADOS TO WS-JUROS-ED
           DISPLAY "JUROS DISPENSADOS.....: " WS-JUROS-ED
           DISPLAY "CET ATUALIZADO........: " WS-CET-MES
                   " A.M. / " WS-CET-ANO " % A.A."
           DISPLAY "CONFIRMA A AMORTIZACAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "OPERACAO CANCELADA."
               PERFORM P900-FIM
           END-IF

           PERFORM P600-GRAVA-CONTRATO
           PERFORM P650-GRAVA-HISTORICO
           PERFORM P660-GRAVA-LOG
           PERFORM P670-POSTA-CONTABIL
           PERFORM P680-BAIXA-BOLETOS THRU P680-SAIDA

           MOVE "AMORT-EXT"    TO WS-EVU-TIPO
           MOVE WS-VALOR-PAGO  TO WS-EVU-VALOR
           MOVE WS-OPERADOR    TO WS-EVU-OPER
           MOVE SPACES         TO WS-EVU-DET
           STRING "PARC " WS-PARCELAS-ANTES "->" WS-NOVO-NUM-PARCELAS
                  " OPCAO " WS-OPCAO-AMORT
                  DELIMITED BY SIZE INTO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET

           PERFORM P700-IMPRIME-ADITIVO

           DISPLAY "=============================================="
           DISPLAY "AMORTIZACAO REGISTRADA - CONTRATO " FIN-CONTRATO
           IF WS-QTD-BOL-BAIXA > ZEROS
               DISPLAY "BOLETOS ABERTOS MARCADOS P/BAIXA: "
                       WS-QTD-BOL-BAIXA
           END-IF
           DISPLAY "ADITIVO IMPRESSO EM ADITIVO.TXT"
           DISPLAY "=============================================="
           PERFORM P900-FIM
           .

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P100-VALIDA-SITUACAO.
           COMPUTE WS-PROXIMA-PARCELA = WS-PAG-ULT-PARCELA-PAGA + 1
      *>   NO DIA DA CONTRATACAO O CONTABIL AINDA LANCA O CONTRATO
      *>   PELO VALOR DO MASTER - E A DESISTENCIA E PELO cancela.
           IF FIN-DT-CONTRATO = WS-DATA-HOJE
               DISPLAY "CONTRATO EFETIVADO HOJE - AMORTIZACAO SO A "
                       "PARTIR DE AMANHA."
               PERFORM P900-FIM
           END-IF
           IF WS-PAG-ULT-PARCELA-PAGA >= FIN-NUM-PARCELAS
               DISPLAY "CONTRATO SEM PARCELAS EM ABERTO."
               PERFORM P900-FIM
           END-IF
      *>   PARCELA COM PAGAMENTO PARCIAL JA TEVE PARTE LANCADA COMO
      *>   JUROS: PRIMEIRO SE COMPLETA A PARCELA NO CAIXA.
           IF WS-PAG-VALOR-PARCIAL-PAGO > ZEROS
               DISPLAY "PARCELA " WS-PROXIMA-PARCELA
                       " COM PAGAMENTO PARCIAL DE "
                       WS-PAG-VALOR-PARCIAL-PAGO " - COMPLETE A "
                       "PARCELA NO CAIXA ANTES DA AMORTIZACAO."
               PERFORM P900-FIM
           END-IF
      *>   SO CLIENTE EM DIA AMORTIZA: O QUE ESTA EM ATRASO SE
      *>   RECEBE PRIMEIRO, COM OS ENCARGOS.
           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           MOVE WS-PROXIMA-PARCELA TO WS-IND
           PERFORM P150-VENCIMENTO
           IF WS-DATA-VENCIMENTO < WS-DATA-HOJE
               DISPLAY "PARCELA " WS-PROXIMA-PARCELA " VENCIDA EM "
                       WS-DATA-VENCIMENTO " - RECEBA AS PARCELAS EM "
                       "ATRASO ANTES DA AMORTIZACAO."
               PERFORM P900-FIM
           END-IF
           .

       P150-VENCIMENTO.
           COMPUTE WS-MES-TOTAL = WS-CD-MM + WS-IND
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           .

       P200-SALDO-DEVEDOR.
      *>   MESMA REGRA DE SALDO DEVEDOR DO PAYOFF: SAC EM COTAS
      *>   IGUAIS, PRICE RECONSTRUIDO PARCELA A PARCELA.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P250-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           .

       P250-SALDO-PRICE.
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

       P300-CALCULA-PRAZO.
      *>   REDUCAO DO PRAZO: O NIVEL DA PARCELA FICA (A MESMA COTA
      *>   DE AMORTIZACAO NO SAC, A MESMA PRESTACAO NO PRICE) E O
      *>   NOVO SALDO SE PAGA EM MENOS PARCELAS.
           IF FIN-AMORT-PRICE
               MOVE WS-NOVO-SALDO TO WS-SALDO-SIMULADO
               MOVE ZEROS TO WS-PARCELAS-A-PAGAR
               PERFORM P310-SIMULA-PRESTACAO
                       UNTIL WS-SALDO-SIMULADO <= ZEROS
                       OR WS-PARCELAS-A-PAGAR >= WS-PARCELAS-ABERTAS
           ELSE
               DIVIDE WS-NOVO-SALDO BY WS-AMORTIZACAO
                   GIVING WS-PARCELAS-A-PAGAR
                   REMAINDER WS-RESTO
               IF WS-RESTO > ZEROS
                   ADD 1 TO WS-PARCELAS-A-PAGAR
               END-IF
           END-IF
           IF WS-PARCELAS-A-PAGAR > WS-PARCELAS-ABERTAS
               MOVE WS-PARCELAS-ABERTAS TO WS-PARCELAS-A-PAGAR
           END-IF
           COMPUTE WS-NOVO-NUM-PARCELAS =
                   WS-PAG-ULT-PARCELA-PAGA + WS-PARCELAS-A-PAGAR
           .

       P310-SIMULA-PRESTACAO.
           COMPUTE WS-JUROS-PARCELA =
                   WS-SALDO-SIMULADO * FIN-TAXA-JUROS
           COMPUTE WS-SALDO-SIMULADO = WS-SALDO-SIMULADO
                   + WS-JUROS-PARCELA - WS-PRESTACAO
           ADD 1 TO WS-PARCELAS-A-PAGAR
           .

       P400-REFAZ-CRONOGRAMA.
      *>   NOVO PRINCIPAL DO CONTRATO: O VALOR QUE, PELA REGRA DO
      *>   PROPRIO SISTEMA DE AMORTIZACAO, DEIXA EXATAMENTE O NOVO
      *>   SALDO DEPOIS DAS PARCELAS JA PAGAS. SAC: P = S * N/(N-K).
      *>   PRICE: P = S * (F**N - 1) / (F**N - F**K), F = 1 + TAXA -
      *>   A PRESTACAO DESSE P E A DO NOVO SALDO NO PRAZO QUE RESTA.
           IF FIN-AMORT-PRICE AND FIN-TAXA-JUROS > ZEROS
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM WS-NOVO-NUM-PARCELAS TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * FIN-TAXA-JUROS
               END-PERFORM
               MOVE 1 TO WS-FATOR-PAGAS
               PERFORM WS-PAG-ULT-PARCELA-PAGA TIMES
                   COMPUTE WS-FATOR-PAGAS =
                           WS-FATOR-PAGAS
                           + WS-FATOR-PAGAS * FIN-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-NOVO-PRINCIPAL ROUNDED =
                       WS-NOVO-SALDO * (WS-FATOR-PRICE - 1)
                       / (WS-FATOR-PRICE - WS-FATOR-PAGAS)
               COMPUTE WS-PRESTACAO-NUM =
                       WS-NOVO-PRINCIPAL * FIN-TAXA-JUROS
                       * WS-FATOR-PRICE
               COMPUTE WS-NOVA-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           ELSE
               COMPUTE WS-NOVO-PRINCIPAL ROUNDED =
                       WS-NOVO-SALDO * WS-NOVO-NUM-PARCELAS
                       / (WS-NOVO-NUM-PARCELAS
                          - WS-PAG-ULT-PARCELA-PAGA)
               COMPUTE WS-NOVA-PRESTACAO =
                       WS-NOVO-PRINCIPAL / WS-NOVO-NUM-PARCELAS
           END-IF

           COMPUTE WS-NOVA-AMORTIZACAO =
                   WS-NOVO-PRINCIPAL / WS-NOVO-NUM-PARCELAS
           COMPUTE WS-SALDO-CALC = WS-NOVO-PRINCIPAL
                   - WS-PAG-ULT-PARCELA-PAGA * WS-NOVA-AMORTIZACAO
           MOVE ZEROS TO WS-TOT-DEPOIS
           PERFORM P410-NOVA-PARCELA
                   VARYING WS-IND FROM WS-PROXIMA-PARCELA BY 1
                   UNTIL WS-IND > WS-NOVO-NUM-PARCELAS

      *>   JUROS DISPENSADOS: O QUE O CLIENTE AINDA PAGARIA PELO
      *>   CRONOGRAMA ANTIGO MENOS O QUE PAGA AGORA E PELO NOVO.
           MOVE ZEROS TO WS-TOT-ANTES
           PERFORM VARYING WS-IND FROM WS-PROXIMA-PARCELA BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               ADD FIN-PARCELAS(WS-IND) TO WS-TOT-ANTES
           END-PERFORM
           COMPUTE WS-JUROS-DISPENSADOS = WS-TOT-ANTES
                   - WS-VALOR-PAGO - WS-TOT-DEPOIS
           IF WS-JUROS-DISPENSADOS < ZEROS
               MOVE ZEROS TO WS-JUROS-DISPENSADOS
           END-IF
           .

       P410-NOVA-PARCELA.
           IF FIN-AMORT-PRICE
               MOVE WS-NOVA-PRESTACAO TO WS-NOVA-PARCELA(WS-IND)
           ELSE
               COMPUTE WS-JUROS-PARCELA = WS-SALDO-CALC * FIN-TAXA-JUROS
               COMPUTE WS-NOVA-PARCELA(WS-IND) =
                       WS-NOVA-AMORTIZACAO + WS-JUROS-PARCELA
               SUBTRACT WS-NOVA-AMORTIZACAO FROM WS-SALDO-CALC
           END-IF
           ADD WS-NOVA-PARCELA(WS-IND) TO WS-TOT-DEPOIS
           .

       P500-CALCULA-CET.
      *>   O CET ATUALIZADO E O DO FLUXO COMPLETO DO CONTRATO: O
      *>   LIQUIDO LIBERADO NA CONTRATACAO CONTRA AS PARCELAS JA
      *>   PAGAS, AS AMORTIZACOES EXTRAORDINARIAS (A DE HOJE E AS
      *>   ANTERIORES, CADA UMA NO MES DA ULTIMA PARCELA PAGA
      *>   ANTES DELA) E AS PARCELAS DO NOVO CRONOGRAMA.
           PERFORM P510-CARREGA-ANTERIORES
           IF WS-QTD-ANTERIORES = ZEROS
               COMPUTE WS-CET-BASE = FIN-VALOR - FIN-ENTRADA
                       - FIN-VALOR-IOF - FIN-VALOR-TARIFA
               IF WS-CET-BASE < ZEROS
                   MOVE ZEROS TO WS-CET-BASE
               END-IF
               MOVE WS-CET-BASE TO WS-LIQUIDO-ORIGINAL
           END-IF
           MOVE WS-LIQUIDO-ORIGINAL TO WS-CET-BASE

           INITIALIZE WS-CET-TABELA
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-PAG-ULT-PARCELA-PAGA
               MOVE FIN-PARCELAS(WS-IND) TO WS-CET-PARCELA(WS-IND)
           END-PERFORM
           PERFORM VARYING WS-IND FROM WS-PROXIMA-PARCELA BY 1
                   UNTIL WS-IND > WS-NOVO-NUM-PARCELAS
               MOVE WS-NOVA-PARCELA(WS-IND) TO WS-CET-PARCELA(WS-IND)
           END-PERFORM
           PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
                   UNTIL WS-ANT-IDX > WS-QTD-ANTERIORES
               MOVE WS-ANT-ULT-PARCELA(WS-ANT-IDX) TO WS-CET-SLOT
               MOVE WS-ANT-VALOR(WS-ANT-IDX)       TO WS-CET-VALOR
               PERFORM P520-SOMA-AMORTIZACAO
           END-PERFORM
           MOVE WS-PAG-ULT-PARCELA-PAGA TO WS-CET-SLOT
           MOVE WS-VALOR-PAGO           TO WS-CET-VALOR
           PERFORM P520-SOMA-AMORTIZACAO

           MOVE ZEROS TO WS-CET-MES
           MOVE ZEROS TO WS-CET-ANO
           IF WS-CET-BASE > ZEROS
               MOVE WS-CET-BASE          TO WS-CET-LIQUIDO
               MOVE WS-NOVO-NUM-PARCELAS TO WS-CET-NUM
               CALL "cetUtil" USING WS-CET-LIQUIDO WS-CET-NUM
                                    WS-CET-TABELA WS-CET-MES
                                    WS-CET-ANO
           END-IF
           .

       P510-CARREGA-ANTERIORES.
           MOVE ZEROS TO WS-QTD-ANTERIORES
           MOVE "N" TO WS-AEX-EOF
           OPEN INPUT AEX-FILE
           IF WS-AEX-STATUS = "00"
               PERFORM P515-LE-AMORTIZACAO
               PERFORM UNTIL FIM-AMORTIZACOES
                   IF AEX-CONTRATO = FIN-CONTRATO
                      AND WS-QTD-ANTERIORES < 50
                       IF WS-QTD-ANTERIORES = ZEROS
                           MOVE AEX-LIQUIDO-ORIGINAL
                               TO WS-LIQUIDO-ORIGINAL
                       END-IF
                       ADD 1 TO WS-QTD-ANTERIORES
                       MOVE AEX-ULT-PARCELA-PAGA
                           TO WS-ANT-ULT-PARCELA(WS-QTD-ANTERIORES)
                       MOVE AEX-VALOR-PAGO
                           TO WS-ANT-VALOR(WS-QTD-ANTERIORES)
                   END-IF
                   PERFORM P515-LE-AMORTIZACAO
               END-PERFORM
               CLOSE AEX-FILE
           END-IF
           .

       P515-LE-AMORTIZACAO.
           READ AEX-FILE
               AT END SET FIM-AMORTIZACOES TO TRUE
           END-READ
           .

       P520-SOMA-AMORTIZACAO.
      *>   AMORTIZACAO ANTES DA PRIMEIRA PARCELA ABATE O PROPRIO
      *>   LIQUIDO LIBERADO.
           IF WS-CET-SLOT = ZEROS
               SUBTRACT WS-CET-VALOR FROM WS-CET-BASE
           ELSE
               ADD WS-CET-VALOR TO WS-CET-PARCELA(WS-CET-SLOT)
           END-IF
           .

       P600-GRAVA-CONTRATO.
           COMPUTE FIN-VALOR = FIN-ENTRADA + WS-NOVO-PRINCIPAL
           MOVE WS-NOVO-NUM-PARCELAS TO FIN-NUM-PARCELAS
           PERFORM VARYING WS-IND FROM WS-PROXIMA-PARCELA BY 1
                   UNTIL WS-IND > WS-NOVO-NUM-PARCELAS
               MOVE WS-NOVA-PARCELA(WS-IND) TO FIN-PARCELAS(WS-IND)
           END-PERFORM
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO: " WS-FIN-STATUS
                           " - NADA FOI ALTERADO."
                   PERFORM P900-FIM
           END-REWRITE

           MOVE FIN-CONTRATO            TO PAG-CONTRATO
           MOVE FIN-CLIENTE             TO PAG-CLIENTE
           MOVE WS-NOVO-NUM-PARCELAS    TO PAG-NUM-PARCELAS
           MOVE WS-PAG-ULT-PARCELA-PAGA TO PAG-ULT-PARCELA-PAGA
           MOVE ZEROS                   TO PAG-VALOR-PARCIAL-PAGO
           REWRITE PAG-REGISTRO
               INVALID KEY
                   WRITE PAG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PAGAMENTOS: "
                                   WS-PAG-STATUS
                   END-WRITE
           END-REWRITE
           .

       P650-GRAVA-HISTORICO.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN EXTEND HIST-FILE
           END-IF
           MOVE FIN-CONTRATO       TO PAGH-CONTRATO
           MOVE "A"                TO PAGH-TIPO
           MOVE FIN-CLIENTE        TO PAGH-CLIENTE
           MOVE WS-PROXIMA-PARCELA TO PAGH-PARCELA
           ACCEPT PAGH-DATA FROM DATE YYYYMMDD
           ACCEPT PAGH-HORA FROM TIME
           MOVE WS-VALOR-PAGO      TO PAGH-VALOR
           MOVE WS-OPERADOR        TO PAGH-OPERADOR
           WRITE PAGH-REGISTRO
           CLOSE HIST-FILE
           .

       P660-GRAVA-LOG.
           OPEN EXTEND AEX-FILE
           IF WS-AEX-STATUS = "35"
               OPEN OUTPUT AEX-FILE
               CLOSE AEX-FILE
               OPEN EXTEND AEX-FILE
           END-IF
           MOVE FIN-CONTRATO            TO AEX-CONTRATO
           MOVE WS-DATA-HOJE            TO AEX-DATA
           ACCEPT AEX-HORA FROM TIME
           MOVE WS-OPERADOR             TO AEX-OPERADOR
           MOVE WS-OPCAO-AMORT          TO AEX-OPCAO
           MOVE WS-PAG-ULT-PARCELA-PAGA TO AEX-ULT-PARCELA-PAGA
           MOVE WS-VALOR-PAGO           TO AEX-VALOR-PAGO
           MOVE WS-SALDO-DEVEDOR        TO AEX-SALDO-ANTES
           MOVE WS-NOVO-SALDO           TO AEX-SALDO-DEPOIS
           MOVE WS-JUROS-DISPENSADOS    TO AEX-JUROS-DISPENSADOS
           MOVE WS-VALOR-ANTES          TO AEX-VALOR-ANTES
           MOVE FIN-VALOR               TO AEX-VALOR-DEPOIS
           MOVE WS-PARCELAS-ANTES       TO AEX-PARCELAS-ANTES
           MOVE WS-NOVO-NUM-PARCELAS    TO AEX-PARCELAS-DEPOIS
           MOVE WS-PARCELA-ANTES        TO AEX-PARCELA-ANTES
           MOVE WS-NOVA-PARCELA(WS-PROXIMA-PARCELA)
               TO AEX-PARCELA-DEPOIS
           MOVE WS-LIQUIDO-ORIGINAL     TO AEX-LIQUIDO-ORIGINAL
           MOVE WS-CET-MES              TO AEX-CET-MES
           MOVE WS-CET-ANO              TO AEX-CET-ANO
           WRITE AEX-REGISTRO
           CLOSE AEX-FILE
           .

       P670-POSTA-CONTABIL.
      *>   O VALOR AMORTIZADO E TODO PRINCIPAL (OS JUROS DAS
      *>   PARCELAS COBERTAS FORAM DISPENSADOS): CAIXA CONTRA
      *>   FINANCIAMENTOS A RECEBER, LANCADO DIRETO NO FEED DO DIA
      *>   E NO ACUMULADO COMO OS DEMAIS LANCAMENTOS DIRETOS.
           OPEN EXTEND CTB-FILE
           IF WS-CTB-STATUS = "35"
               OPEN OUTPUT CTB-FILE
               CLOSE CTB-FILE
               OPEN EXTEND CTB-FILE
           END-IF
           OPEN EXTEND CTH-FILE
           IF WS-CTH-STATUS = "35"
               OPEN OUTPUT CTH-FILE
               CLOSE CTH-FILE
               OPEN EXTEND CTH-FILE
           END-IF
           SET WS-GLMAP-IDX TO 1
           SEARCH WS-GLMAP-ITEM
               AT END
                   DISPLAY "EVENTO AMORTEXT SEM MAPA CONTABIL - "
                           "LANCAMENTO NAO GERADO"
               WHEN WS-GLMAP-EVENTO(WS-GLMAP-IDX) = "AMORTEXT"
                   MOVE "D"             TO CTB-TIPO
                   MOVE WS-DATA-HOJE    TO CTB-DATA
                   MOVE "AMORTEXT"      TO CTB-EVENTO
                   MOVE WS-GLMAP-DEBITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-DEBITO
                   MOVE WS-GLMAP-CREDITO(WS-GLMAP-IDX)
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-PAGO   TO CTB-VALOR
                   MOVE FIN-CONTRATO    TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
                   MOVE CTB-REGISTRO TO CTH-LINHA
                   WRITE CTH-LINHA
           END-SEARCH
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           .

       P680-BAIXA-BOLETOS.
      *>   BOLETO ABERTO NO BANCO DE PARCELA REFEITA (OU QUE DEIXOU
      *>   DE EXISTIR) TEM O VALOR ANTIGO: VAI PARA BAIXA E A
      *>   PROXIMA REMESSA EMITE O NOVO.
           MOVE ZEROS TO WS-QTD-BOL-BAIXA
           MOVE ZEROS TO WS-QTD-BOLETOS
           MOVE "N" TO WS-BCT-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS NOT = "00"
               GO TO P680-SAIDA
           END-IF
           PERFORM P685-LE-BOLETO
           PERFORM UNTIL FIM-BOLETOS OR BOLETOS-TRANSBORDOU
               IF WS-QTD-BOLETOS = 2000
                   SET BOLETOS-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-BOLETOS
                   MOVE BCT-REGISTRO TO WS-BCT-IMAGEM(WS-QTD-BOLETOS)
                   PERFORM P685-LE-BOLETO
               END-IF
           END-PERFORM
           CLOSE BCT-FILE
           IF BOLETOS-TRANSBORDOU
               DISPLAY "TABELA DE BOLETOS CHEIA - BOLETOS ABERTOS "
                       "DO CONTRATO NAO SERAO BAIXADOS."
               GO TO P680-SAIDA
           END-IF

           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               IF BCT-CONTRATO = FIN-CONTRATO
                  AND BCT-PARCELA > WS-PAG-ULT-PARCELA-PAGA
                  AND BCT-ABERTO
                   MOVE "B"          TO BCT-SITUACAO
                   MOVE WS-DATA-HOJE TO BCT-DT-SITUACAO
                   MOVE BCT-REGISTRO TO WS-BCT-IMAGEM(WS-BCT-IDX)
                   MOVE "S" TO WS-BCT-ALTERADO
                   ADD 1 TO WS-QTD-BOL-BAIXA
               END-IF
           END-PERFORM
           IF WS-BCT-ALTERADO NOT = "S"
               GO TO P680-SAIDA
           END-IF

           OPEN OUTPUT BCT-FILE
           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               WRITE BCT-REGISTRO
           END-PERFORM
           CLOSE BCT-FILE
           .
       P680-SAIDA.
           EXIT.

       P685-LE-BOLETO.
           READ BCT-FILE
               AT END SET FIM-BOLETOS TO TRUE
           END-READ
           .

       P700-IMPRIME-ADITIVO.
      *>   O CLIENTE SAI DO BALCAO COM O ADITIVO NA MAO, NO MESMO
      *>   ESTILO DA CARTA DE QUITACAO.
           OPEN EXTEND ADT-FILE
           IF WS-ADT-STATUS = "35"
               OPEN OUTPUT ADT-FILE
               CLOSE ADT-FILE
               OPEN EXTEND ADT-FILE
           END-IF

           MOVE ALL "=" TO ADT-LINHA
           WRITE ADT-LINHA
           MOVE "   ADITIVO CONTRATUAL - AMORTIZACAO EXTRAORDINARIA"
               TO ADT-LINHA
           WRITE ADT-LINHA
           STRING "CONTRATO: " FIN-CONTRATO
                  "  CLIENTE: " FIN-CLIENTE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           STRING "OBJETO: " FIN-OBJETO
                  "  DT CONTRATO: " FIN-DT-CONTRATO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE WS-VALOR-PAGO TO WS-VALOR-ED
           STRING "EM " WS-DATA-HOJE " O CLIENTE AMORTIZOU "
                  WS-VALOR-ED " APOS A PARCELA "
                  WS-PAG-ULT-PARCELA-PAGA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-ED
           MOVE WS-NOVO-SALDO    TO WS-VALOR-ED2
           STRING "SALDO DEVEDOR ANTERIOR: " WS-VALOR-ED
                  "  NOVO SALDO DEVEDOR: " WS-VALOR-ED2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           IF OPCAO-PRAZO
               MOVE "OPCAO DO CLIENTE: REDUCAO DO PRAZO"
                   TO WS-LINHA-EDIT
           ELSE
               MOVE "OPCAO DO CLIENTE: REDUCAO DO VALOR DAS PARCELAS"
                   TO WS-LINHA-EDIT
           END-IF
           PERFORM P790-ESCREVE-LINHA
           STRING "NUMERO DE PARCELAS: " WS-PARCELAS-ANTES
                  " -> " WS-NOVO-NUM-PARCELAS
                  "  TAXA DE JUROS A.M.: " FIN-TAXA-JUROS
                  "  SISTEMA: " FIN-SISTEMA-AMORT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE WS-JUROS-DISPENSADOS TO WS-JUROS-ED
           STRING "JUROS DISPENSADOS: " WS-JUROS-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           STRING "CUSTO EFETIVO TOTAL (CET) ATUALIZADO: " WS-CET-MES
                  " A.M. / " WS-CET-ANO " % A.A."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE "NOVO CRONOGRAMA DAS PARCELAS EM ABERTO:"
               TO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           PERFORM P710-IMPRIME-PARCELA
                   VARYING WS-IND FROM WS-PROXIMA-PARCELA BY 1
                   UNTIL WS-IND > WS-NOVO-NUM-PARCELAS
           MOVE "AS DEMAIS CLAUSULAS DO CONTRATO PERMANECEM "
               TO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE "INALTERADAS." TO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           STRING "OPERADOR: " WS-OPERADOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           MOVE ALL "=" TO ADT-LINHA
           WRITE ADT-LINHA
           CLOSE ADT-FILE
           .

       P710-IMPRIME-PARCELA.
           PERFORM P150-VENCIMENTO
           MOVE FIN-PARCELAS(WS-IND) TO WS-VALOR-ED
           STRING "  PARCELA " WS-IND
                  "  VENCIMENTO " WS-DATA-VENCIMENTO
                  "  VALOR " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P790-ESCREVE-LINHA
           .

       P790-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO ADT-LINHA
           WRITE ADT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           .

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
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P035-LISTA-CONTRATOS
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           IF WS-QTD-CONTRATOS = ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO PARA: " WS-COD-CLIENTE
               PERFORM P900-FIM
           END-IF

           IF WS-QTD-CONTRATOS = 1
               MOVE WS-CONTRATO-ACHADO TO WS-CONTRATO
           ELSE
               DISPLAY "CLIENTE COM " WS-QTD-CONTRATOS " CONTRATOS. "
                       "INFORME O NUMERO DO CONTRATO: "
               ACCEPT WS-CONTRATO
           END-IF

      *>   O CONTRATO FICA TRANCADO DO READ ATE O REWRITE DO NOVO
      *>   CRONOGRAMA.
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P900-FIM
           END-READ
           IF WS-FIN-STATUS = "51" OR WS-FIN-STATUS = "99"
               DISPLAY "CONTRATO EM USO POR OUTRO OPERADOR - "
                       "TENTE NOVAMENTE."
               PERFORM P900-FIM
           END-IF
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " FIN-CONTRATO " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - AMORTIZACAO "
                       "NAO PERMITIDA."
               PERFORM P900-FIM
           END-IF
      *>   PARCELA BALAO: A PRESTACAO FIXA E AMARRADA AO RESIDUAL, E
      *>   O RECALCULO DE PRAZO/PRESTACAO NAO SE APLICA. O CLIENTE
      *>   ANTECIPA PELA QUITACAO OU NEGOCIA O BALAO NO REFIN.
           IF FIN-AMORT-BALAO
               DISPLAY "CONTRATO " FIN-CONTRATO " COM PARCELA BALAO "
                       "- AMORTIZACAO EXTRAORDINARIA NAO PERMITIDA. "
                       "USE A QUITACAO OU O REFINANCIAMENTO."
               PERFORM P900-FIM
           END-IF
           IF FIN-COD-CLIENTE NOT = WS-COD-CLIENTE
               DISPLAY "CONTRATO " WS-CONTRATO
                       " NAO PERTENCE AO CLIENTE INFORMADO."
               PERFORM P900-FIM
           END-IF
           MOVE FIN-CLIENTE TO WS-CLIENTE
           .

       P035-LISTA-CONTRATOS.
           READ FIN-FILE NEXT RECORD
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
                               "  OBJETO: " FIN-OBJETO
                               "  DATA: " FIN-DT-CONTRATO
                   END-IF
           END-READ
           .

       P900-FIM.
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           GOBACK.

       END PROGRAM amortExt.
