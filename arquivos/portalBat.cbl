      ******************************************************************
      * Author:
      * Date:
      * Purpose: Web-portal self-service batch - answers the requests
      *          the customer portal drops on PORTALREQ.DAT during the
      *          day, so the client no longer calls the desk for what
      *          an operator used to produce by hand through boleto
      *          and payoff. Each request names the client's CPF/CNPJ
      *          and a contract: the contract must belong to that
      *          document (CUSTMAST.DAT) or the request is refused
      *          without saying which of the two is wrong. A second-
      *          copy request (B) gets the boleto image of the parcela
      *          - same layout, digitable line and PIX charge as the
      *          counter boleto - and a payoff request (Q) gets the
      *          settlement figure computed as payoff does, valid
      *          until SYSPARM PORTAL-DIAS-QUITACAO days ahead (next
      *          business day). Contracts with an open legal case
      *          (JURIDICO.DAT), assigned (cessao) or written off are
      *          refused with a reason code, as are settled or
      *          cancelled ones. Answers go to PORTALRSP.DAT for the
      *          portal to display; every request read, answered or
      *          not, goes to the PORTALLOG.DAT data-protection trail.
      *          Run several times a day by jobs/portal_intraday.sh,
      *          which archives each answered request file; control
      *          totals to BATCHSUM.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portalBat.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PRQ-FILE ASSIGN TO "PORTALREQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRQ-STATUS.

               SELECT PRS-FILE ASSIGN TO "PORTALRSP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRS-STATUS.

               SELECT PLG-FILE ASSIGN TO "PORTALLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLG-STATUS.

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

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRQ-FILE.
           COPY PRQFD.

       FD  PRS-FILE.
           COPY PRSFD.

       FD  PLG-FILE.
           COPY PLGFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  BAT-FILE.
           COPY BATSUM.

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-PRQ-STATUS       PIC XX.
           03  WS-PRS-STATUS       PIC XX.
           03  WS-PLG-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-JRD-STATUS       PIC XX.
           03  WS-BAT-STATUS       PIC XX.
           03  WS-PRQ-EOF          PIC X VALUE "N".
               88  FIM-REQUISICOES    VALUE "S".
           03  WS-JRD-EOF          PIC X VALUE "N".
               88  FIM-CASOS          VALUE "S".
           03  WS-JRD-IDX          PIC 9(04).
           03  WS-EM-JURIDICO      PIC X.
               88  CONTRATO-EM-JURIDICO VALUE "S".
           03  WS-ACHOU            PIC X.
               88  REGISTRO-ACHADO    VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-SEQ-RESPOSTA     PIC 9(03).
           03  WS-SITUACAO         PIC X(01).
           03  WS-MOTIVO           PIC X(02).
           03  WS-VALOR-INFORMADO  PIC 9(08)V99.
           03  WS-PARCELA-LOG      PIC 9(03).
           03  WS-IND              PIC 999.
           03  WS-VALOR-PENDENTE   PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-ATENDIDOS  PIC 9(06) VALUE ZEROS.
           03  WS-TOTAL-RECUSADOS  PIC 9(06) VALUE ZEROS.
           03  WS-DATA-VENCIMENTO  PIC 9(8).
           03  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-DATA-VALIDADE    PIC 9(8).
           03  WS-VALIDADE-QUEBRA REDEFINES WS-DATA-VALIDADE.
               05  WS-VL-AAAA      PIC 9(4).
               05  WS-VL-MM        PIC 9(2).
               05  WS-VL-DD        PIC 9(2).
           03  WS-LINHA-EDIT       PIC X(80).
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

       01  WS-QTD-JURIDICO         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-JURIDICO.
           03  WS-JRD-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-JURIDICO.
               05  WS-JRD-CONTRATO PIC 9(06).

      *>   CAMPOS DA LINHA DIGITAVEL, MONTADOS COMO NO boleto: TRES
      *>   CAMPOS DE 12 DIGITOS COM DV MOD-10 CADA, MAIS O DV GERAL
      *>   MOD-11 DO CONJUNTO.
       01  WS-LINHA-DIGITAVEL.
           03  WS-LD-CAMPO1        PIC 9(12).
           03  WS-LD-DV1           PIC 9.
           03  WS-LD-CAMPO2        PIC 9(12).
           03  WS-LD-DV2           PIC 9.
           03  WS-LD-CAMPO3        PIC 9(12).
           03  WS-LD-DV3           PIC 9.
           03  WS-LD-DV-GERAL      PIC 9.

       01  WS-CAMPO1-MONTADO.
           03  WS-C1-CONTRATO      PIC 9(06).
           03  WS-C1-PARCELA       PIC 999.
           03  WS-C1-MOEDA-NUM     PIC 9(03).
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

       01  WS-VALOR-CENTAVOS       PIC 9(10).
       01  WS-VALOR-EDIT           PIC ZZZ.ZZ9,99.

      *>   COBRANCA PIX DA PARCELA (pixUtil).
       01  WS-PXU-FUNCAO           PIC X(01) VALUE "M".
       01  WS-PXU-TXID             PIC X(25).
       01  WS-PXU-PAYLOAD          PIC X(200).
       01  WS-PXU-VALIDO           PIC X(01).
       01  WS-PXU-POS              PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P110-CARREGA-JURIDICO

           PERFORM P200-LE-REQUISICAO
           PERFORM UNTIL FIM-REQUISICOES
               ADD 1 TO WS-TOTAL-LIDOS
               PERFORM P300-ATENDE-REQUISICAO THRU P300-SAIDA
               PERFORM P700-GRAVA-TRILHA
               PERFORM P200-LE-REQUISICAO
           END-PERFORM

           PERFORM P900-ENCERRA
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "REQUISICOES DO PORTAL LIDAS: " WS-TOTAL-LIDOS
           DISPLAY "ATENDIDAS..................: " WS-TOTAL-ATENDIDOS
           DISPLAY "RECUSADAS..................: " WS-TOTAL-RECUSADOS
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-PORTAL-DIAS-QUITACAO IS NUMERIC
                          AND SYS-PARM-PORTAL-DIAS-QUITACAO > ZEROS
                           MOVE SYS-PARM-PORTAL-DIAS-QUITACAO
                               TO WS-SYS-PORTAL-DIAS-QUITACAO
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-ABRE-ARQUIVOS.
           OPEN INPUT PRQ-FILE
           IF WS-PRQ-STATUS NOT = "00"
               DISPLAY "SEM REQUISICOES DO PORTAL (PORTALREQ.DAT)."
               SET FIM-REQUISICOES TO TRUE
           END-IF
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           IF WS-PAG-STATUS = "35"
               OPEN OUTPUT PAG-FILE
               CLOSE PAG-FILE
               OPEN INPUT PAG-FILE
           END-IF
           OPEN INPUT CAD-FILE

           OPEN EXTEND PRS-FILE
           IF WS-PRS-STATUS = "35"
               OPEN OUTPUT PRS-FILE
               CLOSE PRS-FILE
               OPEN EXTEND PRS-FILE
           END-IF
           OPEN EXTEND PLG-FILE
           IF WS-PLG-STATUS = "35"
               OPEN OUTPUT PLG-FILE
               CLOSE PLG-FILE
               OPEN EXTEND PLG-FILE
           END-IF
           .

       P110-CARREGA-JURIDICO.
      *>   CASO ABERTO NO JURIDICO (NAO X): QUEM FALA COM O CLIENTE E
      *>   O ESCRITORIO, NAO O PORTAL.
           MOVE "N" TO WS-JRD-EOF
           OPEN INPUT JRD-FILE
           IF WS-JRD-STATUS = "00"
               PERFORM P115-LE-CASO
               PERFORM UNTIL FIM-CASOS
                       OR WS-QTD-JURIDICO = 2000
                   IF JRD-SITUACAO NOT = "X"
                       ADD 1 TO WS-QTD-JURIDICO
                       MOVE JRD-CONTRATO
                           TO WS-JRD-CONTRATO(WS-QTD-JURIDICO)
                   END-IF
                   PERFORM P115-LE-CASO
               END-PERFORM
               CLOSE JRD-FILE
           END-IF
           .

       P115-LE-CASO.
           READ JRD-FILE
               AT END SET FIM-CASOS TO TRUE
           END-READ
           .

       P200-LE-REQUISICAO.
           READ PRQ-FILE
               AT END SET FIM-REQUISICOES TO TRUE
           END-READ
           .

       P300-ATENDE-REQUISICAO.
           MOVE ZEROS  TO WS-SEQ-RESPOSTA
           MOVE ZEROS  TO WS-VALOR-INFORMADO
           MOVE ZEROS  TO WS-PARCELA-LOG
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-LINHA-EDIT

           IF NOT PRQ-SEGUNDA-VIA AND NOT PRQ-QUITACAO
               MOVE "TI" TO WS-MOTIVO
               PERFORM P600-RECUSA
               GO TO P300-SAIDA
           END-IF

      *>   CONTRATO INEXISTENTE E DOCUMENTO QUE NAO CONFERE RECEBEM
      *>   A MESMA RESPOSTA - O PORTAL NAO PODE SERVIR PARA DESCOBRIR
      *>   CONTRATOS DE TERCEIROS.
           MOVE "N" TO WS-ACHOU
           MOVE PRQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIN-COD-CLIENTE TO CAD-CODIGO
                   READ CAD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAD-CPF-CNPJ = PRQ-CPF-CNPJ
                              AND PRQ-CPF-CNPJ > ZEROS
                               SET REGISTRO-ACHADO TO TRUE
                           END-IF
                   END-READ
           END-READ
           IF NOT REGISTRO-ACHADO
               MOVE "NC" TO WS-MOTIVO
               PERFORM P600-RECUSA
               GO TO P300-SAIDA
           END-IF

           PERFORM P310-VERIFICA-JURIDICO
           EVALUATE TRUE
               WHEN CONTRATO-EM-JURIDICO
                   MOVE "JU" TO WS-MOTIVO
               WHEN FIN-CEDIDO
                   MOVE "CE" TO WS-MOTIVO
               WHEN FIN-PREJUIZO
                   MOVE "PR" TO WS-MOTIVO
               WHEN NOT FIN-ATIVO
                   MOVE "EN" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT = SPACES
               PERFORM P600-RECUSA
               GO TO P300-SAIDA
           END-IF

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

           IF PRQ-SEGUNDA-VIA
               PERFORM P400-SEGUNDA-VIA THRU P400-SAIDA
           ELSE
               PERFORM P500-COTACAO-QUITACAO
           END-IF
           .
       P300-SAIDA.
           EXIT.

       P310-VERIFICA-JURIDICO.
           MOVE "N" TO WS-EM-JURIDICO
           PERFORM VARYING WS-JRD-IDX FROM 1 BY 1
                   UNTIL WS-JRD-IDX > WS-QTD-JURIDICO
               IF WS-JRD-CONTRATO(WS-JRD-IDX) = FIN-CONTRATO
                   SET CONTRATO-EM-JURIDICO TO TRUE
               END-IF
           END-PERFORM
           .

       P400-SEGUNDA-VIA.
      *>   PARCELA 000 PEDE A PRIMEIRA EM ABERTO; PARCELA JA PAGA OU
      *>   FORA DO PLANO E RECUSADA.
           IF PRQ-PARCELA = ZEROS
               COMPUTE WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
               IF WS-IND > FIN-NUM-PARCELAS
                   MOVE "SP" TO WS-MOTIVO
                   PERFORM P600-RECUSA
                   GO TO P400-SAIDA
               END-IF
           ELSE
               IF PRQ-PARCELA <= WS-PAG-ULT-PARCELA-PAGA
                  OR PRQ-PARCELA > FIN-NUM-PARCELAS
                   MOVE "PI" TO WS-MOTIVO
                   PERFORM P600-RECUSA
                   GO TO P400-SAIDA
               END-IF
               MOVE PRQ-PARCELA TO WS-IND
           END-IF
           MOVE WS-IND TO WS-PARCELA-LOG

           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           COMPUTE WS-MES-TOTAL = WS-CD-MM + WS-IND
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           MOVE FIN-PARCELAS(WS-IND) TO WS-VALOR-PENDENTE
           IF WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                   FROM WS-VALOR-PENDENTE
           END-IF
           MOVE WS-VALOR-PENDENTE TO WS-VALOR-INFORMADO
           PERFORM P450-MONTA-LINHA-DIGITAVEL

           MOVE "A" TO WS-SITUACAO
           MOVE WS-VALOR-PENDENTE TO WS-VALOR-EDIT
           STRING "SEGUNDA VIA DA PARCELA " WS-IND
                  " - VENCIMENTO " WS-DATA-VENCIMENTO
                  " - VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           PERFORM P410-IMAGEM-BOLETO
           ADD 1 TO WS-TOTAL-ATENDIDOS
           .
       P400-SAIDA.
           EXIT.

       P410-IMAGEM-BOLETO.
           MOVE ALL "=" TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "BOLETO DE COBRANCA - SEGUNDA VIA - EMISSAO "
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "ENDERECO: " CAD-LOGRADOURO ", " CAD-NUMERO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING CAD-CIDADE " - " CAD-UF "  CEP " CAD-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "CONTRATO: " FIN-CONTRATO
                  "  PARCELA: " WS-IND
                  "  VENCIMENTO: " WS-DATA-VENCIMENTO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "VALOR DO DOCUMENTO: " WS-VALOR-EDIT " " FIN-MOEDA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           IF FIN-COM-PRESTAMISTA
               STRING "  INCLUI SEGURO PRESTAMISTA DE "
                      FIN-VALOR-PREMIO
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P690-GRAVA-RESPOSTA
           END-IF
           STRING "LINHA DIGITAVEL: " WS-LD-CAMPO1 "-" WS-LD-DV1
                  " " WS-LD-CAMPO2 "-" WS-LD-DV2
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "                 " WS-LD-CAMPO3 "-" WS-LD-DV3
                  " DV GERAL: " WS-LD-DV-GERAL
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           MOVE "PAGAVEL EM QUALQUER AGENCIA BANCARIA ATE O VENCIMENTO"
               TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA

           CALL "pixUtil" USING WS-PXU-FUNCAO FIN-CONTRATO WS-IND
                                WS-VALOR-PENDENTE WS-PXU-TXID
                                WS-PXU-PAYLOAD WS-PXU-VALIDO
           STRING "OU PAGUE COM PIX - TXID: " DELIMITED BY SIZE
                  WS-PXU-TXID                 DELIMITED BY SPACE
               INTO WS-LINHA-EDIT
           END-STRING
           PERFORM P690-GRAVA-RESPOSTA
           MOVE "PIX COPIA E COLA:" TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
      *>   O PAYLOAD PASSA DE UMA LINHA: VAI EM PEDACOS DE 80.
           PERFORM VARYING WS-PXU-POS FROM 1 BY 80
                   UNTIL WS-PXU-POS > 200
               IF WS-PXU-PAYLOAD(WS-PXU-POS:) NOT = SPACES
                   MOVE WS-PXU-PAYLOAD(WS-PXU-POS:) TO WS-LINHA-EDIT
                   PERFORM P690-GRAVA-RESPOSTA
               END-IF
           END-PERFORM
           MOVE ALL "=" TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           .

       P450-MONTA-LINHA-DIGITAVEL.
      *>   CAMPO 1: CONTRATO + PARCELA + CODIGO DA MOEDA. CAMPO 2:
      *>   VENCIMENTO SEM O DIGITO DO MILENIO + CLIENTE. CAMPO 3:
      *>   VALOR EM CENTAVOS. MESMA REGRA DO boleto, PARA A LINHA DA
      *>   SEGUNDA VIA FECHAR COM A DO BALCAO.
           MOVE FIN-CONTRATO TO WS-C1-CONTRATO
           MOVE WS-IND       TO WS-C1-PARCELA
           EVALUATE FIN-MOEDA
               WHEN "USD"
                   MOVE 840 TO WS-C1-MOEDA-NUM
               WHEN "EUR"
                   MOVE 978 TO WS-C1-MOEDA-NUM
               WHEN OTHER
                   MOVE 986 TO WS-C1-MOEDA-NUM
           END-EVALUATE
           MOVE WS-CAMPO1-MONTADO TO WS-LD-CAMPO1

           MOVE WS-DATA-VENCIMENTO TO WS-C2-VENCIMENTO
           MOVE FIN-COD-CLIENTE    TO WS-C2-COD-CLIENTE
           MOVE WS-CAMPO2-MONTADO  TO WS-LD-CAMPO2

           COMPUTE WS-VALOR-CENTAVOS = WS-VALOR-PENDENTE * 100
           MOVE WS-VALOR-CENTAVOS TO WS-C3-VALOR
           MOVE WS-CAMPO3-MONTADO TO WS-LD-CAMPO3

           MOVE WS-LD-CAMPO1 TO WS-DV-CAMPO
           PERFORM P460-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV1

           MOVE WS-LD-CAMPO2 TO WS-DV-CAMPO
           PERFORM P460-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV2

           MOVE WS-LD-CAMPO3 TO WS-DV-CAMPO
           PERFORM P460-CALCULA-MOD10
           MOVE WS-DV-RESULTADO TO WS-LD-DV3

           PERFORM P470-CALCULA-MOD11-GERAL
           .

       P460-CALCULA-MOD10.
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

       P470-CALCULA-MOD11-GERAL.
           MOVE ZEROS TO WS-DV-SOMA-GERAL
           MOVE 2     TO WS-DV-PESO

           MOVE WS-LD-CAMPO3 TO WS-DV-CAMPO
           PERFORM P475-ACUMULA-MOD11
           MOVE WS-LD-CAMPO2 TO WS-DV-CAMPO
           PERFORM P475-ACUMULA-MOD11
           MOVE WS-LD-CAMPO1 TO WS-DV-CAMPO
           PERFORM P475-ACUMULA-MOD11

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

       P475-ACUMULA-MOD11.
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

       P500-COTACAO-QUITACAO.
      *>   SALDO PARA QUITACAO PELA MESMA CONTA DO payoff: SAC EM
      *>   COTAS IGUAIS, PRICE REFEITO PARCELA A PARCELA, JUROS
      *>   NAO CORRIDOS DISPENSADOS, MENOS O PAGAMENTO PARCIAL.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P510-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO FROM WS-SALDO-DEVEDOR
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-INFORMADO

      *>   A COTACAO VALE POR DIAS CORRIDOS, COM O ULTIMO DIA
      *>   EMPURRADO PARA O PROXIMO DIA UTIL.
           COMPUTE WS-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-SYS-PORTAL-DIAS-QUITACAO)
           CALL "diaUtil" USING WS-VL-AAAA WS-VL-MM WS-VL-DD

           MOVE "A" TO WS-SITUACAO
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-EDIT
           STRING "COTACAO DE QUITACAO - VALOR " WS-VALOR-EDIT
                  " - VALIDA ATE " WS-DATA-VALIDADE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           MOVE ALL "=" TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "COTACAO DE QUITACAO ANTECIPADA - EMISSAO "
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "CONTRATO: " FIN-CONTRATO "  CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "OBJETO: " FIN-OBJETO
                  "  DT CONTRATO: " FIN-DT-CONTRATO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "PARCELAS PAGAS: " WS-PAG-ULT-PARCELA-PAGA
                  " DE " FIN-NUM-PARCELAS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "VALOR PARA QUITACAO: " WS-VALOR-EDIT " " FIN-MOEDA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           STRING "VALIDA ATE " WS-DATA-VALIDADE
                  " - DEPOIS DISSO SOLICITE NOVA COTACAO."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           MOVE "JUROS NAO CORRIDOS JA DESCONTADOS DO VALOR."
               TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           MOVE ALL "=" TO WS-LINHA-EDIT
           PERFORM P690-GRAVA-RESPOSTA
           ADD 1 TO WS-TOTAL-ATENDIDOS
           .

       P510-SALDO-PRICE.
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

       P600-RECUSA.
           MOVE "R" TO WS-SITUACAO
           EVALUATE WS-MOTIVO
               WHEN "NC"
                   MOVE "CONTRATO NAO ENCONTRADO PARA ESTE CPF/CNPJ"
                       TO WS-LINHA-EDIT
               WHEN "TI"
                   MOVE "TIPO DE SOLICITACAO INVALIDO"
                       TO WS-LINHA-EDIT
               WHEN "JU"
                   MOVE "CONTRATO EM COBRANCA JUDICIAL - VER ESCRITORIO"
                       TO WS-LINHA-EDIT
               WHEN "CE"
                   MOVE "CONTRATO CEDIDO - PROCURE O NOVO CREDOR"
                       TO WS-LINHA-EDIT
               WHEN "PR"
                   MOVE "CONTRATO EM PREJUIZO - PROCURE O ATENDIMENTO"
                       TO WS-LINHA-EDIT
               WHEN "EN"
                   MOVE "CONTRATO JA QUITADO OU CANCELADO"
                       TO WS-LINHA-EDIT
               WHEN "SP"
                   MOVE "CONTRATO SEM PARCELAS EM ABERTO"
                       TO WS-LINHA-EDIT
               WHEN "PI"
                   MOVE "PARCELA SOLICITADA NAO ESTA EM ABERTO"
                       TO WS-LINHA-EDIT
           END-EVALUATE
           PERFORM P690-GRAVA-RESPOSTA
           ADD 1 TO WS-TOTAL-RECUSADOS
           .

       P690-GRAVA-RESPOSTA.
           ADD 1 TO WS-SEQ-RESPOSTA
           MOVE PRQ-PROTOCOLO   TO PRS-PROTOCOLO
           MOVE WS-SEQ-RESPOSTA TO PRS-SEQUENCIA
           MOVE WS-SITUACAO     TO PRS-SITUACAO
           MOVE WS-MOTIVO       TO PRS-MOTIVO
           MOVE WS-LINHA-EDIT   TO PRS-TEXTO
           WRITE PRS-REGISTRO
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P700-GRAVA-TRILHA.
           MOVE WS-DATA-HOJE       TO PLG-DATA
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-HORA-AGORA      TO PLG-HORA
           MOVE PRQ-PROTOCOLO      TO PLG-PROTOCOLO
           MOVE PRQ-TIPO           TO PLG-TIPO
           MOVE PRQ-CPF-CNPJ       TO PLG-CPF-CNPJ
           MOVE PRQ-CONTRATO       TO PLG-CONTRATO
           MOVE WS-PARCELA-LOG     TO PLG-PARCELA
           MOVE WS-SITUACAO        TO PLG-SITUACAO
           MOVE WS-MOTIVO          TO PLG-MOTIVO
           MOVE WS-VALOR-INFORMADO TO PLG-VALOR
           MOVE PRQ-ORIGEM         TO PLG-ORIGEM
           MOVE PRQ-DATA           TO PLG-DT-REQUISICAO
           MOVE PRQ-HORA           TO PLG-HR-REQUISICAO
           WRITE PLG-REGISTRO
           .

       P900-ENCERRA.
           IF WS-PRQ-STATUS = "00" OR WS-PRQ-STATUS = "10"
               CLOSE PRQ-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE PRS-FILE
           CLOSE PLG-FILE
           .

       P930-GRAVA-RESUMO.
           OPEN EXTEND BAT-FILE
           IF WS-BAT-STATUS = "35"
               OPEN OUTPUT BAT-FILE
               CLOSE BAT-FILE
               OPEN EXTEND BAT-FILE
           END-IF

           MOVE "PORTALBT"         TO BAT-PROGRAMA
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE WS-TOTAL-LIDOS     TO BAT-LIDOS
           MOVE WS-TOTAL-ATENDIDOS TO BAT-PROCESSADOS
           MOVE WS-TOTAL-RECUSADOS TO BAT-REJEITADOS
           WRITE BAT-REGISTRO

           CLOSE BAT-FILE
           .

       END PROGRAM portalBat.
