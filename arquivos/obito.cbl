      ******************************************************************
      * Author:
      * Date:
      * Purpose: Death-of-borrower (obito) desk - a relative reports
      *          the death at the counter and option 1 registers it
      *          (OBITO.DAT) and puts every active contract of the
      *          client on OBITOCTR.DAT: from then on collections,
      *          dunning and notifications of those contracts are
      *          frozen (see obitoUtil), the late charges stop at the
      *          date of death and the open boletos go for baixa.
      *          Contracts with the credit-life coverage (prestamista)
      *          get a claim for the saldo devedor sent to the
      *          insurer (SINPREST.TXT); the others go to the estate-
      *          collection queue (espolio). Option 2 applies the
      *          insurer's indemnity and settles the contract through
      *          the same path as payoff.cbl (FINMAST/PAGMAST,
      *          LIQUIDAC.LOG QUITACAO, carta de quitacao, garantia
      *          release), any excess going to the credit ledger;
      *          option 3 records a denied claim and moves the
      *          contract to the espolio queue; option 4 closes an
      *          espolio case once the contract is no longer active;
      *          option 5 prints the open claims and the espolio
      *          queue (OBITO.RPT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. obito.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OBT-FILE ASSIGN TO "OBITO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OBT-STATUS.

               SELECT OBC-FILE ASSIGN TO "OBITOCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OBC-STATUS.

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

               SELECT SPR-FILE ASSIGN TO "SINPREST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPR-STATUS.

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT LIQ-FILE ASSIGN TO "LIQUIDAC.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIQ-STATUS.

               SELECT CRS-FILE ASSIGN TO "CREDSALD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRS-STATUS.

               SELECT GAR-FILE ASSIGN TO "GARANTIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GAR-STATUS.

               SELECT LBG-FILE ASSIGN TO "LIBGAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBG-STATUS.

               SELECT QUI-FILE ASSIGN TO "QUITACAO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUI-STATUS.

               SELECT RPT-FILE ASSIGN TO "OBITO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBT-FILE.
           COPY OBTFD.

       FD  OBC-FILE.
           COPY OBCFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  SPR-FILE.
       01  SPR-LINHA           PIC X(80).

       FD  BCT-FILE.
           COPY BCTFD.

       FD  LIQ-FILE.
           COPY LIQFD.

       FD  CRS-FILE.
           COPY CRSFD.

       FD  GAR-FILE.
           COPY GARFD.

       FD  LBG-FILE.
           COPY LBGFD.

       FD  QUI-FILE.
       01  QUI-LINHA           PIC X(80).

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "obito".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.
           COPY RPTHDR.

      *>   UMA UNICA APOLICE COLETIVA COBRE A CARTEIRA - A MESMA
      *>   SEGURADORA DO BORDERO (segBordero).
       77  WS-SEGURADORA-VIDA      PIC X(20)
                                   VALUE "VIDA PRESTAMISTA SA".

       01  WS-EVU-TIPO             PIC X(10).
       01  WS-EVU-VALOR            PIC 9(08)V99.
       01  WS-EVU-OPER             PIC X(08).
       01  WS-EVU-DET              PIC X(30).

       01  WS-VARIAVEIS.
           03  WS-OBT-STATUS       PIC XX.
           03  WS-OBC-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-SPR-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-LIQ-STATUS       PIC XX.
           03  WS-CRS-STATUS       PIC XX.
           03  WS-GAR-STATUS       PIC XX.
           03  WS-LBG-STATUS       PIC XX.
           03  WS-QUI-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-OBT-EOF          PIC X.
               88  FIM-OBITOS         VALUE "S".
           03  WS-OBC-EOF          PIC X.
               88  FIM-CONTRATOS-OBITO VALUE "S".
           03  WS-BCT-EOF          PIC X.
               88  FIM-BOLETOS        VALUE "S".
           03  WS-GAR-EOF          PIC X.
               88  FIM-GARANTIAS      VALUE "S".
           03  WS-JA-REGISTRADO    PIC X.
               88  OBITO-JA-REGISTRADO VALUE "S".
           03  WS-TEM-GARANTIA     PIC X.
               88  CONTRATO-COM-GARANTIA VALUE "S".
           03  WS-OPCAO            PIC 9.
           03  WS-OPERADOR         PIC X(08).
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-COD-CLIENTE      PIC 9(05).
           03  WS-CONTRATO         PIC 9(06).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-CERTIDAO         PIC X(20).
           03  WS-DECLARANTE       PIC X(30).
           03  WS-PARENTESCO       PIC X(15).
           03  WS-TELEFONE         PIC X(15).
           03  WS-CPF-CNPJ         PIC 9(14).
           03  WS-NUM-SINISTRO     PIC X(15).
           03  WS-VALOR-INDENIZ    PIC 9(08)V99.
           03  WS-VALOR-EXCESSO    PIC 9(08)V99.
           03  WS-FILA-BUSCA       PIC X(01).
           03  WS-OBC-ACHADO       PIC 9(04).
           03  WS-QTD-SEGURO       PIC 9(03).
           03  WS-QTD-ESPOLIO      PIC 9(03).
           03  WS-QTD-BOL-BAIXA    PIC 9(04).
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-TOT-SEGURO       PIC 9(09)V99.
           03  WS-TOT-ESPOLIO      PIC 9(09)V99.
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99.
           03  WS-LINHA-EDIT       PIC X(100).

      *>   CONTRATOS DOS CLIENTES FALECIDOS EM MEMORIA - O ARQUIVO E
      *>   REGRAVADO INTEIRO NO FIM DA SESSAO.
       01  WS-QTD-OBC              PIC 9(04) VALUE ZEROS.
       01  WS-OBC-CHEIA            PIC X VALUE "N".
           88  OBITOS-TRANSBORDOU     VALUE "S".
       01  WS-OBC-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-OBC.
           03  WS-OBC-ITEM OCCURS 0 TO 5000 TIMES
                           DEPENDING ON WS-QTD-OBC.
               05  WS-OBC-IMAGEM   PIC X(110).
       77  WS-OBC-IDX              PIC 9(04).

      *>   CONTRATOS CONGELADOS NESTE REGISTRO, PARA A BAIXA DOS
      *>   BOLETOS ABERTOS.
       01  WS-QTD-NOVOS            PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-NOVOS.
           03  WS-NOV-CONTRATO     PIC 9(06) OCCURS 200 TIMES.
       77  WS-NOV-IDX              PIC 9(03).

       01  WS-QTD-BOLETOS          PIC 9(04) VALUE ZEROS.
       01  WS-BCT-CHEIA            PIC X VALUE "N".
           88  BOLETOS-TRANSBORDOU    VALUE "S".
       01  WS-BCT-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-BOLETOS.
           03  WS-BCT-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-BOLETOS.
               05  WS-BCT-IMAGEM   PIC X(47).
       77  WS-BCT-IDX              PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-CONTRATOS

           DISPLAY "=============================================="
           DISPLAY "        OBITO DE CLIENTE"
           DISPLAY "=============================================="
           DISPLAY "1 - REGISTRAR OBITO DO CLIENTE"
           DISPLAY "2 - APLICAR INDENIZACAO DO PRESTAMISTA"
           DISPLAY "3 - SINISTRO NEGADO - CONTRATO PARA O ESPOLIO"
           DISPLAY "4 - ENCERRAR CASO DO ESPOLIO"
           DISPLAY "5 - RELATORIO DE SINISTROS E FILA DO ESPOLIO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P200-REGISTRA-OBITO THRU P200-SAIDA
               WHEN 2
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO = "S"
                       PERFORM P300-APLICA-INDENIZACAO THRU P300-SAIDA
                   END-IF
               WHEN 3
                   PERFORM P400-SINISTRO-NEGADO THRU P400-SAIDA
               WHEN 4
                   PERFORM P500-ENCERRA-ESPOLIO THRU P500-SAIDA
               WHEN 5
                   PERFORM P600-RELATORIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           PERFORM P800-REGRAVA-CONTRATOS THRU P800-SAIDA
           GOBACK.

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

       P100-CARREGA-CONTRATOS.
           MOVE "N" TO WS-OBC-EOF
           OPEN INPUT OBC-FILE
           IF WS-OBC-STATUS = "00"
               PERFORM P110-LE-CONTRATO-OBITO
               PERFORM UNTIL FIM-CONTRATOS-OBITO
                       OR OBITOS-TRANSBORDOU
                   IF WS-QTD-OBC = 5000
                       SET OBITOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-OBC
                       MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-QTD-OBC)
                       PERFORM P110-LE-CONTRATO-OBITO
                   END-IF
               END-PERFORM
               CLOSE OBC-FILE
           END-IF
           IF OBITOS-TRANSBORDOU
               DISPLAY "TABELA DE OBITOS CHEIA - O ARQUIVO NAO SERA "
                       "REGRAVADO NESTA SESSAO."
           END-IF
           .

       P110-LE-CONTRATO-OBITO.
           READ OBC-FILE
               AT END SET FIM-CONTRATOS-OBITO TO TRUE
           END-READ
           .

       P150-BUSCA-CONTRATO.
      *>   LINHA ABERTA DO CONTRATO NA FILA PEDIDA (S/E); ESPACO EM
      *>   WS-FILA-BUSCA ACEITA QUALQUER FILA.
           MOVE ZEROS TO WS-OBC-ACHADO
           PERFORM VARYING WS-OBC-IDX FROM 1 BY 1
                   UNTIL WS-OBC-IDX > WS-QTD-OBC
               MOVE WS-OBC-IMAGEM(WS-OBC-IDX) TO OBC-REGISTRO
               IF OBC-CONTRATO = WS-CONTRATO
                  AND OBC-ABERTO
                  AND (WS-FILA-BUSCA = SPACE
                       OR OBC-FILA = WS-FILA-BUSCA)
                   MOVE WS-OBC-IDX TO WS-OBC-ACHADO
               END-IF
           END-PERFORM
           IF WS-OBC-ACHADO > ZEROS
               MOVE WS-OBC-IMAGEM(WS-OBC-ACHADO) TO OBC-REGISTRO
           END-IF
           .

       P200-REGISTRA-OBITO.
           IF OBITOS-TRANSBORDOU
               DISPLAY "REGISTRO NAO PERMITIDO COM A TABELA CHEIA."
               GO TO P200-SAIDA
           END-IF
           DISPLAY "CODIGO DO CLIENTE FALECIDO: "
           ACCEPT WS-COD-CLIENTE
           PERFORM P210-VERIFICA-REGISTRO
           IF OBITO-JA-REGISTRADO
               DISPLAY "OBITO DO CLIENTE " WS-COD-CLIENTE
                       " JA REGISTRADO."
               GO TO P200-SAIDA
           END-IF

           MOVE ZEROS TO WS-CPF-CNPJ
           OPEN INPUT CAD-FILE
           MOVE WS-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-COD-CLIENTE
                   CLOSE CAD-FILE
                   GO TO P200-SAIDA
           END-READ
           MOVE CAD-CPF-CNPJ TO WS-CPF-CNPJ
           CLOSE CAD-FILE
           DISPLAY "CLIENTE: " CAD-NOME

           DISPLAY "DATA DO OBITO (AAAAMMDD): "
           ACCEPT WS-DT-OBITO
           PERFORM UNTIL WS-DT-OBITO > ZEROS
                         AND WS-DT-OBITO <= WS-DATA-HOJE
               DISPLAY "DATA INVALIDA. INFORME NOVAMENTE: "
               ACCEPT WS-DT-OBITO
           END-PERFORM
           DISPLAY "NUMERO DA CERTIDAO DE OBITO: "
           ACCEPT WS-CERTIDAO
           DISPLAY "NOME DE QUEM COMUNICOU O OBITO: "
           ACCEPT WS-DECLARANTE
           DISPLAY "PARENTESCO COM O CLIENTE: "
           ACCEPT WS-PARENTESCO
           DISPLAY "TELEFONE DE CONTATO DO ESPOLIO: "
           ACCEPT WS-TELEFONE

      *>   TODOS OS CONTRATOS ATIVOS DO CLIENTE CONGELAM; OS COM
      *>   PRESTAMISTA VIRAM AVISO DE SINISTRO PELO SALDO DEVEDOR.
           MOVE ZEROS TO WS-QTD-SEGURO
           MOVE ZEROS TO WS-QTD-ESPOLIO
           MOVE ZEROS TO WS-QTD-NOVOS
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           MOVE WS-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P220-EXAMINA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           CLOSE FIN-FILE
           CLOSE PAG-FILE

           PERFORM P250-GRAVA-OBITO
           PERFORM P260-BAIXA-BOLETOS THRU P260-SAIDA
           CANCEL "obitoUtil"

           DISPLAY "=============================================="
           DISPLAY "OBITO REGISTRADO - CLIENTE " WS-COD-CLIENTE
           DISPLAY "CONTRATOS COM SINISTRO PRESTAMISTA: "
                   WS-QTD-SEGURO " (AVISOS EM SINPREST.TXT)"
           DISPLAY "CONTRATOS NA FILA DO ESPOLIO.......: "
                   WS-QTD-ESPOLIO
           IF WS-QTD-BOL-BAIXA > ZEROS
               DISPLAY "BOLETOS ABERTOS MARCADOS P/BAIXA..: "
                       WS-QTD-BOL-BAIXA
           END-IF
           DISPLAY "COBRANCA, CARTAS E AVISOS DOS CONTRATOS FICAM "
                   "SUSPENSOS."
           DISPLAY "=============================================="
           .
       P200-SAIDA.
           EXIT.

       P210-VERIFICA-REGISTRO.
           MOVE "N" TO WS-JA-REGISTRADO
           MOVE "N" TO WS-OBT-EOF
           OPEN INPUT OBT-FILE
           IF WS-OBT-STATUS = "00"
               PERFORM P215-LE-OBITO
               PERFORM UNTIL FIM-OBITOS
                   IF OBT-COD-CLIENTE = WS-COD-CLIENTE
                       SET OBITO-JA-REGISTRADO TO TRUE
                   END-IF
                   PERFORM P215-LE-OBITO
               END-PERFORM
               CLOSE OBT-FILE
           END-IF
           .

       P215-LE-OBITO.
           READ OBT-FILE
               AT END SET FIM-OBITOS TO TRUE
           END-READ
           .

       P220-EXAMINA-CONTRATO.
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
                      AND FIN-ATIVO
                       PERFORM P230-CONGELA-CONTRATO
                   END-IF
           END-READ
           .

       P230-CONGELA-CONTRATO.
           MOVE FIN-CONTRATO TO WS-CONTRATO
           MOVE SPACE TO WS-FILA-BUSCA
           PERFORM P150-BUSCA-CONTRATO
           IF WS-OBC-ACHADO > ZEROS
               DISPLAY "CONTRATO " FIN-CONTRATO " JA CONGELADO."
           ELSE
               IF WS-QTD-OBC = 5000 OR WS-QTD-NOVOS = 200
                   DISPLAY "TABELA CHEIA - CONTRATO " FIN-CONTRATO
                           " NAO CONGELADO."
               ELSE
                   PERFORM P700-LE-PAGAMENTO
                   PERFORM P710-SALDO-DEVEDOR
                   MOVE FIN-CONTRATO     TO OBC-CONTRATO
                   MOVE FIN-COD-CLIENTE  TO OBC-COD-CLIENTE
                   MOVE FIN-CLIENTE      TO OBC-CLIENTE
                   MOVE WS-DT-OBITO      TO OBC-DT-OBITO
                   MOVE WS-SALDO-DEVEDOR TO OBC-SALDO-DEVEDOR
                   MOVE SPACES           TO OBC-NUM-SINISTRO
                   MOVE ZEROS            TO OBC-VALOR-INDENIZ
                   MOVE "A"              TO OBC-SITUACAO
                   MOVE WS-DATA-HOJE     TO OBC-DT-SITUACAO
                   MOVE WS-OPERADOR      TO OBC-OPERADOR
                   IF FIN-COM-PRESTAMISTA
                       MOVE "S"                TO OBC-FILA
                       MOVE WS-SEGURADORA-VIDA TO OBC-SEGURADORA
                       PERFORM P240-AVISA-SEGURADORA
                       ADD 1 TO WS-QTD-SEGURO
                       MOVE "AVISO SINISTRO PRESTAMISTA" TO WS-EVU-DET
                   ELSE
                       MOVE "E"    TO OBC-FILA
                       MOVE SPACES TO OBC-SEGURADORA
                       ADD 1 TO WS-QTD-ESPOLIO
                       MOVE "SEM PRESTAMISTA - ESPOLIO" TO WS-EVU-DET
                   END-IF
                   ADD 1 TO WS-QTD-OBC
                   MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-QTD-OBC)
                   MOVE "S" TO WS-OBC-ALTERADO
                   ADD 1 TO WS-QTD-NOVOS
                   MOVE FIN-CONTRATO TO WS-NOV-CONTRATO(WS-QTD-NOVOS)
                   DISPLAY "  CONTRATO " FIN-CONTRATO " SALDO "
                           WS-SALDO-DEVEDOR " FILA " OBC-FILA
                   MOVE "OBITO"          TO WS-EVU-TIPO
                   MOVE WS-SALDO-DEVEDOR TO WS-EVU-VALOR
                   MOVE WS-OPERADOR      TO WS-EVU-OPER
                   CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                        WS-EVU-VALOR WS-EVU-OPER
                                        WS-EVU-DET
               END-IF
           END-IF
           .

       P240-AVISA-SEGURADORA.
      *>   AVISO DE SINISTRO PARA A APOLICE COLETIVA: O SEGURADOR
      *>   INDENIZA O SALDO DEVEDOR DA DATA DO AVISO.
           OPEN EXTEND SPR-FILE
           IF WS-SPR-STATUS = "35"
               OPEN OUTPUT SPR-FILE
               CLOSE SPR-FILE
               OPEN EXTEND SPR-FILE
           END-IF
           MOVE ALL "=" TO SPR-LINHA
           WRITE SPR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "AVISO DE SINISTRO PRESTAMISTA - SEGURADORA: "
                  WS-SEGURADORA-VIDA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO SPR-LINHA
           WRITE SPR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CONTRATO: " FIN-CONTRATO
                  "  SEGURADO: " FIN-CLIENTE
                  "  CPF: " WS-CPF-CNPJ
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO SPR-LINHA
           WRITE SPR-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "DATA DO OBITO: " WS-DT-OBITO
                  "  CERTIDAO: " WS-CERTIDAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO SPR-LINHA
           WRITE SPR-LINHA
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "SALDO DEVEDOR EM " WS-DATA-HOJE ": " WS-VALOR-ED
                  "  PREMIO MENSAL: " FIN-VALOR-PREMIO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO SPR-LINHA
           WRITE SPR-LINHA
           CLOSE SPR-FILE
           .

       P250-GRAVA-OBITO.
           OPEN EXTEND OBT-FILE
           IF WS-OBT-STATUS = "35"
               OPEN OUTPUT OBT-FILE
               CLOSE OBT-FILE
               OPEN EXTEND OBT-FILE
           END-IF
           MOVE WS-COD-CLIENTE TO OBT-COD-CLIENTE
           MOVE CAD-NOME       TO OBT-CLIENTE
           MOVE WS-DT-OBITO    TO OBT-DT-OBITO
           MOVE WS-DATA-HOJE   TO OBT-DT-REGISTRO
           MOVE WS-CERTIDAO    TO OBT-CERTIDAO
           MOVE WS-DECLARANTE  TO OBT-DECLARANTE
           MOVE WS-PARENTESCO  TO OBT-PARENTESCO
           MOVE WS-TELEFONE    TO OBT-TELEFONE
           MOVE WS-OPERADOR    TO OBT-OPERADOR
           WRITE OBT-REGISTRO
           CLOSE OBT-FILE
           .

       P260-BAIXA-BOLETOS.
      *>   BOLETO ABERTO NO BANCO DE CONTRATO CONGELADO VAI PARA
      *>   BAIXA - O ESPOLIO NAO RECEBE COBRANCA BANCARIA.
           MOVE ZEROS TO WS-QTD-BOL-BAIXA
           IF WS-QTD-NOVOS = ZEROS
               GO TO P260-SAIDA
           END-IF
           MOVE "N" TO WS-BCT-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS NOT = "00"
               GO TO P260-SAIDA
           END-IF
           PERFORM P265-LE-BOLETO
           PERFORM UNTIL FIM-BOLETOS OR BOLETOS-TRANSBORDOU
               IF WS-QTD-BOLETOS = 2000
                   SET BOLETOS-TRANSBORDOU TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-BOLETOS
                   MOVE BCT-REGISTRO TO WS-BCT-IMAGEM(WS-QTD-BOLETOS)
                   PERFORM P265-LE-BOLETO
               END-IF
           END-PERFORM
           CLOSE BCT-FILE
           IF BOLETOS-TRANSBORDOU
               DISPLAY "TABELA DE BOLETOS CHEIA - BOLETOS ABERTOS "
                       "DOS CONTRATOS NAO SERAO BAIXADOS."
               GO TO P260-SAIDA
           END-IF

           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               IF BCT-ABERTO
                   PERFORM VARYING WS-NOV-IDX FROM 1 BY 1
                           UNTIL WS-NOV-IDX > WS-QTD-NOVOS
                       IF BCT-CONTRATO = WS-NOV-CONTRATO(WS-NOV-IDX)
                          AND BCT-ABERTO
                           MOVE "B"          TO BCT-SITUACAO
                           MOVE WS-DATA-HOJE TO BCT-DT-SITUACAO
                           MOVE BCT-REGISTRO
                               TO WS-BCT-IMAGEM(WS-BCT-IDX)
                           MOVE "S" TO WS-BCT-ALTERADO
                           ADD 1 TO WS-QTD-BOL-BAIXA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-BCT-ALTERADO NOT = "S"
               GO TO P260-SAIDA
           END-IF

           OPEN OUTPUT BCT-FILE
           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               WRITE BCT-REGISTRO
           END-PERFORM
           CLOSE BCT-FILE
           .
       P260-SAIDA.
           EXIT.

       P265-LE-BOLETO.
           READ BCT-FILE
               AT END SET FIM-BOLETOS TO TRUE
           END-READ
           .

       P300-APLICA-INDENIZACAO.
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE "S" TO WS-FILA-BUSCA
           PERFORM P150-BUSCA-CONTRATO
           IF WS-OBC-ACHADO = ZEROS
               DISPLAY "CONTRATO SEM SINISTRO PRESTAMISTA ABERTO."
               GO TO P300-SAIDA
           END-IF

           OPEN I-O FIN-FILE
           OPEN I-O PAG-FILE
           IF WS-PAG-STATUS = "35"
               OPEN OUTPUT PAG-FILE
               CLOSE PAG-FILE
               OPEN I-O PAG-FILE
           END-IF
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P300-SAIDA
           END-READ
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " FIN-CONTRATO " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - NADA A LIQUIDAR."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P300-SAIDA
           END-IF
           PERFORM P700-LE-PAGAMENTO
           PERFORM P710-SALDO-DEVEDOR

           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-ED
           DISPLAY "SALDO DEVEDOR PARA LIQUIDACAO: " WS-VALOR-ED
           MOVE OBC-SALDO-DEVEDOR TO WS-VALOR-ED
           DISPLAY "SALDO AVISADO AO SEGURADOR...: " WS-VALOR-ED
           DISPLAY "NUMERO DO SINISTRO NA SEGURADORA: "
           ACCEPT WS-NUM-SINISTRO
           DISPLAY "VALOR DA INDENIZACAO RECEBIDA: "
           ACCEPT WS-VALOR-INDENIZ
           PERFORM UNTIL WS-VALOR-INDENIZ > ZEROS
               DISPLAY "VALOR INVALIDO. INFORME NOVAMENTE: "
               ACCEPT WS-VALOR-INDENIZ
           END-PERFORM
      *>   A LIQUIDACAO E PELO SALDO DEVEDOR, COMO NO PAYOFF - UMA
      *>   INDENIZACAO MENOR NAO QUITA E O CONTRATO SEGUE CONGELADO
      *>   ATE A SEGURADORA COMPLEMENTAR OU NEGAR (OPCAO 3).
           IF WS-VALOR-INDENIZ < WS-SALDO-DEVEDOR
               DISPLAY "INDENIZACAO MENOR QUE O SALDO DEVEDOR - "
                       "CONFIRME O VALOR COM A SEGURADORA. CONTRATO "
                       "NAO LIQUIDADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P300-SAIDA
           END-IF

           PERFORM P350-LIQUIDA-CONTRATO
           IF WS-VALOR-INDENIZ > WS-SALDO-DEVEDOR
               COMPUTE WS-VALOR-EXCESSO =
                       WS-VALOR-INDENIZ - WS-SALDO-DEVEDOR
               PERFORM P380-GRAVA-CREDITO
               DISPLAY "EXCESSO DE " WS-VALOR-EXCESSO
                       " LANCADO COMO CREDITO DO CLIENTE (ESPOLIO)."
           END-IF

           MOVE "I"              TO OBC-SITUACAO
           MOVE WS-NUM-SINISTRO  TO OBC-NUM-SINISTRO
           MOVE WS-VALOR-INDENIZ TO OBC-VALOR-INDENIZ
           MOVE WS-DATA-HOJE     TO OBC-DT-SITUACAO
           MOVE WS-OPERADOR      TO OBC-OPERADOR
           MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-OBC-ACHADO)
           MOVE "S" TO WS-OBC-ALTERADO
           PERFORM P390-FECHA-ARQUIVOS

           DISPLAY "=============================================="
           DISPLAY "CONTRATO " FIN-CONTRATO " QUITADO EM "
                   FIN-DT-QUITACAO " PELA INDENIZACAO DO PRESTAMISTA"
           DISPLAY "VALOR DA QUITACAO: " FIN-VALOR-QUITACAO
           DISPLAY "CARTA DE QUITACAO GERADA EM QUITACAO.TXT"
           IF CONTRATO-COM-GARANTIA
               DISPLAY "LIBERACAO DA GARANTIA REGISTRADA - O "
                       "GRAVAME SERA BAIXADO NA PROXIMA REMESSA "
                       "AO REGISTRADOR."
           END-IF
           DISPLAY "=============================================="
           .
       P300-SAIDA.
           EXIT.

       P350-LIQUIDA-CONTRATO.
      *>   MESMO CAMINHO DA QUITACAO ANTECIPADA (payoff): CONTRATO
      *>   QUITADO, CARTEIRA ENCERRADA, LIQUIDAC.LOG PARA O
      *>   CONTABIL, CARTA DE QUITACAO E LIBERACAO DA GARANTIA.
           MOVE "Q" TO FIN-SITUACAO
           MOVE WS-DATA-HOJE TO FIN-DT-QUITACAO
           MOVE WS-SALDO-DEVEDOR TO FIN-VALOR-QUITACAO
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR QUITACAO: " WS-FIN-STATUS
           END-REWRITE
      *>   "02" = HA OUTRO CONTRATO DO CLIENTE (CHAVE ALTERNATIVA).
           IF WS-FIN-STATUS = "02"
               MOVE "00" TO WS-FIN-STATUS
           END-IF

           MOVE FIN-CONTRATO      TO PAG-CONTRATO
           MOVE FIN-CLIENTE       TO PAG-CLIENTE
           MOVE FIN-NUM-PARCELAS  TO PAG-NUM-PARCELAS
           MOVE FIN-NUM-PARCELAS  TO PAG-ULT-PARCELA-PAGA
           MOVE ZEROS             TO PAG-VALOR-PARCIAL-PAGO
           REWRITE PAG-REGISTRO
               INVALID KEY
                   WRITE PAG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ENCERRAR PAGAMENTOS: "
                                   WS-PAG-STATUS
                   END-WRITE
           END-REWRITE

           PERFORM P360-GRAVA-LIQUIDACAO
           MOVE "QUITACAO"          TO WS-EVU-TIPO
           MOVE FIN-VALOR-QUITACAO  TO WS-EVU-VALOR
           MOVE WS-OPERADOR         TO WS-EVU-OPER
           MOVE "INDENIZACAO PRESTAMISTA" TO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           PERFORM P365-GERA-CARTA-QUITACAO
           PERFORM P370-REGISTRA-LIBERACAO
           .

       P360-GRAVA-LIQUIDACAO.
           OPEN EXTEND LIQ-FILE
           IF WS-LIQ-STATUS = "35"
               OPEN OUTPUT LIQ-FILE
               CLOSE LIQ-FILE
               OPEN EXTEND LIQ-FILE
           END-IF
           MOVE FIN-CONTRATO        TO LIQ-CONTRATO
           MOVE FIN-CLIENTE         TO LIQ-CLIENTE
      *>   A INDENIZACAO VEM DA SEGURADORA, NAO DO BALCAO - CODIGO
      *>   PROPRIO PARA NAO CAIR NA VARREDURA DE QUITACOES DO pldMon.
           MOVE "OBITO   "          TO LIQ-EVENTO
           MOVE FIN-VALOR-QUITACAO  TO LIQ-VALOR
           MOVE WS-DATA-HOJE        TO LIQ-DATA
           ACCEPT LIQ-HORA FROM TIME
           WRITE LIQ-REGISTRO
           CLOSE LIQ-FILE
           .

       P365-GERA-CARTA-QUITACAO.
           OPEN EXTEND QUI-FILE
           IF WS-QUI-STATUS = "35"
               OPEN OUTPUT QUI-FILE
               CLOSE QUI-FILE
               OPEN EXTEND QUI-FILE
           END-IF
           MOVE ALL "=" TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "           CARTA DE QUITACAO" TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CONTRATO: " FIN-CONTRATO
                  "  CLIENTE: " FIN-CLIENTE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OBJETO: " FIN-OBJETO
                  "  DT CONTRATO: " FIN-DT-CONTRATO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "QUITADO EM " FIN-DT-QUITACAO
                  " PELO VALOR DE " FIN-VALOR-QUITACAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "INDENIZACAO DO SEGURO PRESTAMISTA - SINISTRO "
                  WS-NUM-SINISTRO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "DECLARAMOS, PARA TODOS OS FINS, QUE O CLIENTE"
               TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE "NADA MAIS DEVE POR ESTE CONTRATO." TO QUI-LINHA
           WRITE QUI-LINHA
           MOVE ALL "=" TO QUI-LINHA
           WRITE QUI-LINHA
           CLOSE QUI-FILE
           .

       P370-REGISTRA-LIBERACAO.
           MOVE "N" TO WS-TEM-GARANTIA
           MOVE "N" TO WS-GAR-EOF
           OPEN INPUT GAR-FILE
           IF WS-GAR-STATUS = "00"
               PERFORM P375-LE-GARANTIA
               PERFORM UNTIL FIM-GARANTIAS
                   IF GAR-CONTRATO = FIN-CONTRATO
                       SET CONTRATO-COM-GARANTIA TO TRUE
                   END-IF
                   PERFORM P375-LE-GARANTIA
               END-PERFORM
               CLOSE GAR-FILE
           END-IF

           IF CONTRATO-COM-GARANTIA
               OPEN EXTEND LBG-FILE
               IF WS-LBG-STATUS = "35"
                   OPEN OUTPUT LBG-FILE
                   CLOSE LBG-FILE
                   OPEN EXTEND LBG-FILE
               END-IF
               MOVE FIN-CONTRATO    TO LBG-CONTRATO
               MOVE FIN-DT-QUITACAO TO LBG-DT-QUITACAO
               MOVE WS-DATA-HOJE    TO LBG-DT-SOLICITACAO
               WRITE LBG-REGISTRO
               CLOSE LBG-FILE
           END-IF
           .

       P375-LE-GARANTIA.
           READ GAR-FILE
               AT END SET FIM-GARANTIAS TO TRUE
           END-READ
           .

       P380-GRAVA-CREDITO.
           OPEN EXTEND CRS-FILE
           IF WS-CRS-STATUS = "35"
               OPEN OUTPUT CRS-FILE
               CLOSE CRS-FILE
               OPEN EXTEND CRS-FILE
           END-IF
           MOVE FIN-COD-CLIENTE  TO CRS-COD-CLIENTE
           MOVE FIN-CLIENTE      TO CRS-CLIENTE
           MOVE FIN-CONTRATO     TO CRS-CONTRATO
           MOVE ZEROS            TO CRS-PARCELA
           MOVE "C"              TO CRS-TIPO
           MOVE WS-VALOR-EXCESSO TO CRS-VALOR
           MOVE WS-DATA-HOJE     TO CRS-DATA
           ACCEPT CRS-HORA FROM TIME
           MOVE WS-OPERADOR      TO CRS-OPERADOR
           MOVE "OBITO"          TO CRS-ORIGEM
           WRITE CRS-REGISTRO
           CLOSE CRS-FILE
           .

       P390-FECHA-ARQUIVOS.
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           .

       P400-SINISTRO-NEGADO.
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE "S" TO WS-FILA-BUSCA
           PERFORM P150-BUSCA-CONTRATO
           IF WS-OBC-ACHADO = ZEROS
               DISPLAY "CONTRATO SEM SINISTRO PRESTAMISTA ABERTO."
               GO TO P400-SAIDA
           END-IF
           IF WS-QTD-OBC = 5000
               DISPLAY "TABELA DE OBITOS CHEIA - NEGATIVA NAO "
                       "REGISTRADA."
               GO TO P400-SAIDA
           END-IF
           DISPLAY "NUMERO DO SINISTRO NA SEGURADORA: "
           ACCEPT WS-NUM-SINISTRO

           MOVE "N"             TO OBC-SITUACAO
           MOVE WS-NUM-SINISTRO TO OBC-NUM-SINISTRO
           MOVE WS-DATA-HOJE    TO OBC-DT-SITUACAO
           MOVE WS-OPERADOR     TO OBC-OPERADOR
           MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-OBC-ACHADO)

      *>   A NEGATIVA NAO DESCONGELA O CONTRATO: ELE PASSA PARA A
      *>   FILA DO ESPOLIO.
           MOVE "E"    TO OBC-FILA
           MOVE "A"    TO OBC-SITUACAO
           MOVE SPACES TO OBC-SEGURADORA
           MOVE SPACES TO OBC-NUM-SINISTRO
           ADD 1 TO WS-QTD-OBC
           MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-QTD-OBC)
           MOVE "S" TO WS-OBC-ALTERADO

           MOVE "OBITO"           TO WS-EVU-TIPO
           MOVE OBC-SALDO-DEVEDOR TO WS-EVU-VALOR
           MOVE WS-OPERADOR       TO WS-EVU-OPER
           MOVE "SINISTRO NEGADO - ESPOLIO" TO WS-EVU-DET
           CALL "evtUtil" USING OBC-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           DISPLAY "SINISTRO NEGADO - CONTRATO " WS-CONTRATO
                   " PASSA PARA A FILA DO ESPOLIO."
           .
       P400-SAIDA.
           EXIT.

       P500-ENCERRA-ESPOLIO.
           DISPLAY "NUMERO DO CONTRATO: "
           ACCEPT WS-CONTRATO
           MOVE "E" TO WS-FILA-BUSCA
           PERFORM P150-BUSCA-CONTRATO
           IF WS-OBC-ACHADO = ZEROS
               DISPLAY "CONTRATO FORA DA FILA DO ESPOLIO."
               GO TO P500-SAIDA
           END-IF
      *>   O CASO SO SAI DA FILA QUANDO O CONTRATO DEIXOU DE ESTAR
      *>   ATIVO - QUITADO PELO ESPOLIO OU BAIXADO A PREJUIZO.
           OPEN INPUT FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "C" TO FIN-SITUACAO
           END-READ
           CLOSE FIN-FILE
           IF FIN-ATIVO
               DISPLAY "CONTRATO AINDA ATIVO - RECEBA DO ESPOLIO "
                       "(pagamento/payoff) OU BAIXE A PREJUIZO "
                       "(writeOff) ANTES DE ENCERRAR O CASO."
               GO TO P500-SAIDA
           END-IF
           MOVE "L"          TO OBC-SITUACAO
           MOVE WS-DATA-HOJE TO OBC-DT-SITUACAO
           MOVE WS-OPERADOR  TO OBC-OPERADOR
           MOVE OBC-REGISTRO TO WS-OBC-IMAGEM(WS-OBC-ACHADO)
           MOVE "S" TO WS-OBC-ALTERADO
           DISPLAY "CASO DO ESPOLIO ENCERRADO - CONTRATO "
                   WS-CONTRATO " (SITUACAO " FIN-SITUACAO ")."
           .
       P500-SAIDA.
           EXIT.

       P600-RELATORIO.
           MOVE "OBITO   " TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RPT-DATA
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           MOVE ZEROS TO WS-QTD-SEGURO
           MOVE ZEROS TO WS-QTD-ESPOLIO
           MOVE ZEROS TO WS-TOT-SEGURO
           MOVE ZEROS TO WS-TOT-ESPOLIO
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           STRING "OBITOS - SINISTROS PRESTAMISTA EM ANDAMENTO E "
                  "FILA DO ESPOLIO"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           PERFORM P690-ESCREVE-LINHA
           MOVE "SINISTROS PRESTAMISTA EM ANDAMENTO" TO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           STRING "CONTR. CLIENTE              OBITO    AVISO     "
                  "SALDO DEVEDOR"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           MOVE "S" TO WS-FILA-BUSCA
           PERFORM P610-LISTA-FILA
                   VARYING WS-OBC-IDX FROM 1 BY 1
                   UNTIL WS-OBC-IDX > WS-QTD-OBC
           MOVE WS-TOT-SEGURO TO WS-TOTAL-ED
           STRING "SINISTROS ABERTOS: " WS-QTD-SEGURO
                  "  SALDO AVISADO: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           PERFORM P690-ESCREVE-LINHA

           MOVE "FILA DO ESPOLIO" TO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           STRING "CONTR. CLIENTE              OBITO    ENTRADA   "
                  "SALDO DEVEDOR"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           MOVE "E" TO WS-FILA-BUSCA
           PERFORM P610-LISTA-FILA
                   VARYING WS-OBC-IDX FROM 1 BY 1
                   UNTIL WS-OBC-IDX > WS-QTD-OBC
           MOVE WS-TOT-ESPOLIO TO WS-TOTAL-ED
           STRING "CASOS NO ESPOLIO: " WS-QTD-ESPOLIO
                  "  SALDO DEVEDOR: " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA

           COMPUTE WS-RPT-TOTAL-REGISTROS =
                   WS-QTD-SEGURO + WS-QTD-ESPOLIO
           PERFORM P690-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P690-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P610-LISTA-FILA.
           MOVE WS-OBC-IMAGEM(WS-OBC-IDX) TO OBC-REGISTRO
           IF OBC-ABERTO AND OBC-FILA = WS-FILA-BUSCA
               MOVE OBC-SALDO-DEVEDOR TO WS-VALOR-ED
               STRING OBC-CONTRATO " " OBC-CLIENTE " "
                      OBC-DT-OBITO " " OBC-DT-SITUACAO " "
                      WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P690-ESCREVE-LINHA
               IF OBC-SEGURO
                   ADD 1 TO WS-QTD-SEGURO
                   ADD OBC-SALDO-DEVEDOR TO WS-TOT-SEGURO
               ELSE
                   ADD 1 TO WS-QTD-ESPOLIO
                   ADD OBC-SALDO-DEVEDOR TO WS-TOT-ESPOLIO
               END-IF
           END-IF
           .

       P690-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P700-LE-PAGAMENTO.
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
           .

       P710-SALDO-DEVEDOR.
      *>   MESMA REGRA DO PAYOFF: SAC EM COTAS IGUAIS, PRICE
      *>   RECONSTRUIDO PARCELA A PARCELA, MENOS O PARCIAL PAGO.
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P720-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           IF WS-PAG-VALOR-PARCIAL-PAGO < WS-SALDO-DEVEDOR
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                   FROM WS-SALDO-DEVEDOR
           ELSE
               MOVE ZEROS TO WS-SALDO-DEVEDOR
           END-IF
           .

       P720-SALDO-PRICE.
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

       P800-REGRAVA-CONTRATOS.
      *>   REGRAVAR A PARTIR DE UMA TABELA CHEIA TRUNCARIA O
      *>   ARQUIVO - NESSE CASO ELE FICA COMO ESTA.
           IF OBITOS-TRANSBORDOU OR WS-OBC-ALTERADO NOT = "S"
               GO TO P800-SAIDA
           END-IF
           OPEN OUTPUT OBC-FILE
           PERFORM VARYING WS-OBC-IDX FROM 1 BY 1
                   UNTIL WS-OBC-IDX > WS-QTD-OBC
               MOVE WS-OBC-IMAGEM(WS-OBC-IDX) TO OBC-REGISTRO
               WRITE OBC-REGISTRO
           END-PERFORM
           CLOSE OBC-FILE
           CANCEL "obitoUtil"
           .
       P800-SAIDA.
           EXIT.

       END PROGRAM obito.
