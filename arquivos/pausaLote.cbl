      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment holiday (pausa de parcelas) application - for
      *          one open campaign of PAUSACAMP.DAT (pausaCad) finds
      *          every active contract it covers (client living in the
      *          campaign UF/municipality per CUSTMAST.DAT, or listed
      *          on PAUSALST.DAT) and pushes its schedule forward by
      *          the campaign months from the first open parcela
      *          falling due on or after the pause start. The deferral
      *          goes to PAUSADEF.DAT, where vencUtil moves the due
      *          dates for posWork (so lateCharge, cartas and cobWork
      *          see the paused parcelas as not due), boletos, remessa
      *          and debGera. The interest of the pause on the saldo
      *          devedor (SAC or PRICE, same rule as payoff) is either
      *          capitalised - spread over the remaining parcelas on
      *          FINMAST.DAT - or waived, per campaign. Boletos of the
      *          moved parcelas still open at the bank (BOLCTL.DAT)
      *          are marked for baixa so the next remessa cancels
      *          them. A contract already inside another pause is
      *          left out. Every deferral goes on the EVENTOS.DAT
      *          timeline through evtUtil; the campaign report is
      *          pausaRpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pausaLote.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PCA-FILE ASSIGN TO "PAUSACAMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCA-STATUS.

               SELECT PCL-FILE ASSIGN TO "PAUSALST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCL-STATUS.

               SELECT PDF-FILE ASSIGN TO "PAUSADEF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PDF-STATUS.

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

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCA-FILE.
           COPY PCAFD.

       FD  PCL-FILE.
           COPY PCLFD.

       FD  PDF-FILE.
           COPY PDFFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  BCT-FILE.
           COPY BCTFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "pausaLote".
       01  WS-JAN-LIBERADO     PIC X.
           COPY PAGTOREC.

       01  WS-VARIAVEIS.
           03  WS-PCA-STATUS       PIC XX.
           03  WS-PCL-STATUS       PIC XX.
           03  WS-PDF-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-PCA-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-PCL-EOF          PIC X.
               88  FIM-LISTA          VALUE "S".
           03  WS-PDF-EOF          PIC X.
               88  FIM-PAUSAS         VALUE "S".
           03  WS-BCT-EOF          PIC X.
               88  FIM-BOLETOS        VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-OPERADOR         PIC X(08).
           03  WS-CODIGO           PIC 9(04).
           03  WS-CONFIRMA         PIC X.
           03  WS-PCA-IDX          PIC 9(03).
           03  WS-PCA-ACHADO       PIC 9(03).
           03  WS-ELEGIVEL         PIC X.
               88  CONTRATO-ELEGIVEL  VALUE "S".
           03  WS-EM-PAUSA         PIC X.
               88  CONTRATO-EM-PAUSA  VALUE "S".
           03  WS-IND              PIC 999.
           03  WS-MESES-EXTRA      PIC 9(02).
           03  WS-PARCELA-INICIAL  PIC 999.
           03  WS-QTD-SUSPENSAS    PIC 999.
           03  WS-QTD-RESTANTES    PIC 999.
           03  WS-DT-VENC-ANTERIOR PIC 9(8).
           03  WS-DT-VENC-NOVO     PIC 9(8).
           03  WS-DT-FIM-PAUSA     PIC 9(8).
           03  WS-VALOR-DIFERIDO   PIC 9(08)V99.
           03  WS-VALOR-PARCELA    PIC 9(07)V99.
           03  WS-JUROS-PAUSA      PIC 9(07)V99.
           03  WS-JUROS-RATEIO     PIC 9(07)V99.
           03  WS-JUROS-RESTO      PIC 9(07)V99.
           03  WS-FATOR-PAUSA      PIC 9(04)V9(08).
           03  WS-QTD-BOL-BAIXA    PIC 9(02).
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-DATA-VENCIMENTO  PIC 9(8).
           03  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-DIFERIDOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-JA-PAUSADOS  PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-PARCELA  PIC 9(06) VALUE ZEROS.
           03  WS-TOT-DIFERIDO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-JUROS        PIC 9(09)V99 VALUE ZEROS.
           03  WS-TOT-BOL-BAIXA    PIC 9(05) VALUE ZEROS.
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

       01  WS-CP-DT-INICIO         PIC 9(8).
       01  WS-CP-INICIO-QUEBRA REDEFINES WS-CP-DT-INICIO.
           03  WS-CI-AAAA          PIC 9(4).
           03  WS-CI-MM            PIC 9(2).
           03  WS-CI-DD            PIC 9(2).

       01  WS-QTD-CAMPANHAS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-PCA-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-PCA-REGISTRO PIC X(97).

      *>   CONTRATOS DA LISTA (CAMPANHA POR LISTA).
       01  WS-QTD-LISTA            PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-LISTA.
           03  WS-LST-CONTRATO     PIC 9(06) OCCURS 5000 TIMES.
       77  WS-LST-IDX              PIC 9(05).

      *>   PAUSAS JA APLICADAS: CONTRATO E FIM DA PAUSA.
       01  WS-QTD-PAUSAS           PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-PAUSAS.
           03  WS-PAU-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-PAUSAS.
               05  WS-PAU-CONTRATO PIC 9(06).
               05  WS-PAU-DT-FIM   PIC 9(8).
       77  WS-PAU-IDX              PIC 9(05).

      *>   CONTROLE DE BOLETOS EM MEMORIA - AS PARCELAS EMPURRADAS
      *>   COM BOLETO ABERTO NO BANCO VIRAM BAIXA A ENVIAR.
       01  WS-QTD-BOLETOS          PIC 9(04) VALUE ZEROS.
       01  WS-BCT-CHEIA            PIC X VALUE "N".
           88  BOLETOS-TRANSBORDOU    VALUE "S".
       01  WS-BCT-ALTERADO         PIC X VALUE "N".
       01  WS-TABELA-BOLETOS.
           03  WS-BCT-ITEM OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-QTD-BOLETOS.
               05  WS-BCT-IMAGEM   PIC X(47).
       77  WS-BCT-IDX              PIC 9(04).

       01  WS-EVENTO.
           03  WS-EVT-CONTRATO     PIC 9(06).
           03  WS-EVT-TIPO         PIC X(10).
           03  WS-EVT-VALOR        PIC 9(08)V99 VALUE ZEROS.
           03  WS-EVT-DETALHE      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P045-LE-OPERADOR-SESSAO
           PERFORM P100-CARREGA-CAMPANHAS

           DISPLAY "=============================================="
           DISPLAY "   PAUSA DE PARCELAS - APLICACAO DA CAMPANHA"
           DISPLAY "=============================================="
           DISPLAY "CODIGO DA CAMPANHA: "
           ACCEPT WS-CODIGO
           PERFORM P150-VALIDA-CAMPANHA THRU P150-SAIDA
           IF WS-PCA-ACHADO = ZEROS
               GOBACK
           END-IF

           DISPLAY "CAMPANHA " PCA-CODIGO " - " PCA-DESCRICAO
           DISPLAY "DECRETO " PCA-DECRETO
           IF PCA-POR-MUNICIPIO
               DISPLAY "MUNICIPIO " PCA-CIDADE " / " PCA-UF
           ELSE
               DISPLAY "LISTA COM " WS-QTD-LISTA " CONTRATOS"
           END-IF
           DISPLAY "PAUSA A PARTIR DE " PCA-DT-INICIO " POR "
                   PCA-MESES " MESES  JUROS: " PCA-JUROS
                   " (C = CAPITALIZA, I = ISENTA)"
           DISPLAY "APLICAR A PAUSA A CARTEIRA? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "APLICACAO CANCELADA."
               GOBACK
           END-IF

           PERFORM P200-CARREGA-PAUSAS
           PERFORM P210-CARREGA-BOLETOS
           PERFORM P300-ABRE-ARQUIVOS

           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   DISPLAY "NENHUM FINANCIAMENTO CADASTRADO"
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P320-PROCESSA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           PERFORM P390-FECHA-ARQUIVOS
           PERFORM P700-REGRAVA-BOLETOS THRU P700-SAIDA
           PERFORM P800-MARCA-CAMPANHA
      *>   A TABELA DO vencUtil FOI CARREGADA ANTES DESTAS PAUSAS.
           CANCEL "vencUtil"

           DISPLAY "=============================================="
           DISPLAY "CONTRATOS DA CAMPANHA...: " WS-QTD-LIDOS
           DISPLAY "CONTRATOS COM PAUSA.....: " WS-QTD-DIFERIDOS
           DISPLAY "JA EM OUTRA PAUSA.......: " WS-QTD-JA-PAUSADOS
           DISPLAY "SEM PARCELA NO PERIODO..: " WS-QTD-SEM-PARCELA
           DISPLAY "VALOR SUSPENSO NA PAUSA.: " WS-TOT-DIFERIDO
           IF PCA-CAPITALIZA
               DISPLAY "JUROS CAPITALIZADOS.....: " WS-TOT-JUROS
           ELSE
               DISPLAY "JUROS ISENTOS...........: " WS-TOT-JUROS
           END-IF
           DISPLAY "BOLETOS MARCADOS P/BAIXA: " WS-TOT-BOL-BAIXA
           DISPLAY "RELATORIO DA CAMPANHA: pausaRpt"
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
           MOVE "N" TO WS-PCA-EOF
           OPEN INPUT PCA-FILE
           IF WS-PCA-STATUS = "00"
               PERFORM P110-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE PCA-REGISTRO
                       TO WS-PCA-REGISTRO(WS-QTD-CAMPANHAS)
                   PERFORM P110-LE-CAMPANHA
               END-PERFORM
               CLOSE PCA-FILE
           END-IF
           .

       P110-LE-CAMPANHA.
           READ PCA-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P150-VALIDA-CAMPANHA.
           MOVE ZEROS TO WS-PCA-ACHADO
           PERFORM VARYING WS-PCA-IDX FROM 1 BY 1
                   UNTIL WS-PCA-IDX > WS-QTD-CAMPANHAS
               MOVE WS-PCA-REGISTRO(WS-PCA-IDX) TO PCA-REGISTRO
               IF PCA-CODIGO = WS-CODIGO
                   MOVE WS-PCA-IDX TO WS-PCA-ACHADO
               END-IF
           END-PERFORM
           IF WS-PCA-ACHADO = ZEROS
               DISPLAY "CAMPANHA NAO ENCONTRADA: " WS-CODIGO
               GO TO P150-SAIDA
           END-IF
           MOVE WS-PCA-REGISTRO(WS-PCA-ACHADO) TO PCA-REGISTRO
           IF NOT PCA-ABERTA
               DISPLAY "CAMPANHA JA APLICADA EM " PCA-DT-APLICACAO
                       " - NADA A APLICAR."
               MOVE ZEROS TO WS-PCA-ACHADO
               GO TO P150-SAIDA
           END-IF
           IF PCA-POR-LISTA
               PERFORM P160-CARREGA-LISTA
               IF WS-QTD-LISTA = ZEROS
                   DISPLAY "CAMPANHA POR LISTA SEM CONTRATOS "
                           "(pausaCad OPCAO 4) - NADA A APLICAR."
                   MOVE ZEROS TO WS-PCA-ACHADO
                   GO TO P150-SAIDA
               END-IF
           END-IF
           MOVE PCA-DT-INICIO TO WS-CP-DT-INICIO
      *>   FIM DA PAUSA: MESMO DIA, PCA-MESES MESES DEPOIS.
           COMPUTE WS-MES-TOTAL = WS-CI-MM + PCA-MESES
           COMPUTE WS-VC-AAAA = WS-CI-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CI-DD TO WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           MOVE WS-DATA-VENCIMENTO TO WS-DT-FIM-PAUSA
           .
       P150-SAIDA.
           EXIT.

       P160-CARREGA-LISTA.
           MOVE ZEROS TO WS-QTD-LISTA
           MOVE "N" TO WS-PCL-EOF
           OPEN INPUT PCL-FILE
           IF WS-PCL-STATUS = "00"
               PERFORM P165-LE-LISTA
               PERFORM UNTIL FIM-LISTA
                   IF PCL-CAMPANHA = PCA-CODIGO
                      AND WS-QTD-LISTA < 5000
                       ADD 1 TO WS-QTD-LISTA
                       MOVE PCL-CONTRATO
                           TO WS-LST-CONTRATO(WS-QTD-LISTA)
                   END-IF
                   PERFORM P165-LE-LISTA
               END-PERFORM
               CLOSE PCL-FILE
           END-IF
           .

       P165-LE-LISTA.
           READ PCL-FILE
               AT END SET FIM-LISTA TO TRUE
           END-READ
           .

       P200-CARREGA-PAUSAS.
           MOVE "N" TO WS-PDF-EOF
           OPEN INPUT PDF-FILE
           IF WS-PDF-STATUS = "00"
               PERFORM P205-LE-PAUSA
               PERFORM UNTIL FIM-PAUSAS
                       OR WS-QTD-PAUSAS = 20000
                   ADD 1 TO WS-QTD-PAUSAS
                   MOVE PDF-CONTRATO
                       TO WS-PAU-CONTRATO(WS-QTD-PAUSAS)
                   MOVE PDF-DT-FIM-PAUSA
                       TO WS-PAU-DT-FIM(WS-QTD-PAUSAS)
                   PERFORM P205-LE-PAUSA
               END-PERFORM
               CLOSE PDF-FILE
           END-IF
           .

       P205-LE-PAUSA.
           READ PDF-FILE
               AT END SET FIM-PAUSAS TO TRUE
           END-READ
           .

       P210-CARREGA-BOLETOS.
           MOVE "N" TO WS-BCT-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS = "00"
               PERFORM P215-LE-BOLETO
               PERFORM UNTIL FIM-BOLETOS OR BOLETOS-TRANSBORDOU
                   IF WS-QTD-BOLETOS = 2000
                       SET BOLETOS-TRANSBORDOU TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-BOLETOS
                       MOVE BCT-REGISTRO
                           TO WS-BCT-IMAGEM(WS-QTD-BOLETOS)
                       PERFORM P215-LE-BOLETO
                   END-IF
               END-PERFORM
               CLOSE BCT-FILE
           END-IF
           IF BOLETOS-TRANSBORDOU
               DISPLAY "TABELA DE BOLETOS CHEIA - BOLETOS ABERTOS "
                       "DAS PARCELAS EMPURRADAS NAO SERAO BAIXADOS."
           END-IF
           .

       P215-LE-BOLETO.
           READ BCT-FILE
               AT END SET FIM-BOLETOS TO TRUE
           END-READ
           .

       P300-ABRE-ARQUIVOS.
           OPEN I-O   FIN-FILE
           OPEN INPUT PAG-FILE
           OPEN INPUT CAD-FILE
           OPEN EXTEND PDF-FILE
           IF WS-PDF-STATUS = "35"
               OPEN OUTPUT PDF-FILE
               CLOSE PDF-FILE
               OPEN EXTEND PDF-FILE
           END-IF
           .

       P320-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-ATIVO
                       PERFORM P330-VERIFICA-ELEGIVEL
                       IF CONTRATO-ELEGIVEL
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM P400-DIFERE-CONTRATO
                               THRU P400-SAIDA
                       END-IF
                   END-IF
           END-READ
           .

       P330-VERIFICA-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL
           IF PCA-POR-LISTA
               PERFORM VARYING WS-LST-IDX FROM 1 BY 1
                       UNTIL WS-LST-IDX > WS-QTD-LISTA
                   IF WS-LST-CONTRATO(WS-LST-IDX) = FIN-CONTRATO
                       SET CONTRATO-ELEGIVEL TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               MOVE FIN-COD-CLIENTE TO CAD-CODIGO
               READ CAD-FILE
                   INVALID KEY
                       MOVE "23" TO WS-CAD-STATUS
                   NOT INVALID KEY
                       IF CAD-UF = PCA-UF
                          AND (PCA-CIDADE = SPACES
                               OR CAD-CIDADE = PCA-CIDADE)
                           SET CONTRATO-ELEGIVEL TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       P400-DIFERE-CONTRATO.
      *>   CONTRATO AINDA DENTRO DE OUTRA PAUSA NAO ACUMULA: A
      *>   SEGUNDA CAMPANHA ENTRA QUANDO A PRIMEIRA TERMINAR.
           MOVE "N" TO WS-EM-PAUSA
           PERFORM VARYING WS-PAU-IDX FROM 1 BY 1
                   UNTIL WS-PAU-IDX > WS-QTD-PAUSAS
               IF WS-PAU-CONTRATO(WS-PAU-IDX) = FIN-CONTRATO
                  AND WS-PAU-DT-FIM(WS-PAU-IDX) > PCA-DT-INICIO
                   SET CONTRATO-EM-PAUSA TO TRUE
               END-IF
           END-PERFORM
           IF CONTRATO-EM-PAUSA
               ADD 1 TO WS-QTD-JA-PAUSADOS
               GO TO P400-SAIDA
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

      *>   A PAUSA COMECA NA PRIMEIRA PARCELA EM ABERTO QUE VENCE NO
      *>   INICIO DA PAUSA OU DEPOIS; ATRASO ANTERIOR CONTINUA DEVIDO.
           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           MOVE ZEROS TO WS-MESES-EXTRA
           MOVE ZEROS TO WS-PARCELA-INICIAL
           MOVE ZEROS TO WS-QTD-SUSPENSAS
           MOVE ZEROS TO WS-VALOR-DIFERIDO
           COMPUTE WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
           PERFORM UNTIL WS-IND > FIN-NUM-PARCELAS
               PERFORM P450-VENCIMENTO
               IF WS-DATA-VENCIMENTO >= PCA-DT-INICIO
                   IF WS-PARCELA-INICIAL = ZEROS
                       MOVE WS-IND TO WS-PARCELA-INICIAL
                       MOVE WS-DATA-VENCIMENTO TO WS-DT-VENC-ANTERIOR
                   END-IF
      *>           SUSPENSAS SAO AS QUE VENCERIAM DENTRO DA PAUSA.
                   IF WS-DATA-VENCIMENTO < WS-DT-FIM-PAUSA
                       ADD 1 TO WS-QTD-SUSPENSAS
                       MOVE FIN-PARCELAS(WS-IND) TO WS-VALOR-PARCELA
                       IF WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
                           SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                               FROM WS-VALOR-PARCELA
                       END-IF
                       ADD WS-VALOR-PARCELA TO WS-VALOR-DIFERIDO
                   END-IF
               END-IF
               ADD 1 TO WS-IND
           END-PERFORM
           IF WS-PARCELA-INICIAL = ZEROS
               ADD 1 TO WS-QTD-SEM-PARCELA
               GO TO P400-SAIDA
           END-IF

           MOVE WS-PARCELA-INICIAL TO WS-IND
           MOVE PCA-MESES TO WS-MESES-EXTRA
           PERFORM P450-VENCIMENTO
           MOVE WS-DATA-VENCIMENTO TO WS-DT-VENC-NOVO

           PERFORM P500-JUROS-PAUSA
           IF PCA-CAPITALIZA AND WS-JUROS-PAUSA > ZEROS
               PERFORM P550-CAPITALIZA
           END-IF
           PERFORM P600-BAIXA-BOLETOS

           MOVE FIN-CONTRATO        TO PDF-CONTRATO
           MOVE PCA-CODIGO          TO PDF-CAMPANHA
           MOVE WS-PARCELA-INICIAL  TO PDF-PARCELA-INICIAL
           MOVE WS-QTD-SUSPENSAS    TO PDF-QTD-PARCELAS
           MOVE PCA-MESES           TO PDF-MESES
           MOVE WS-DT-VENC-ANTERIOR TO PDF-DT-VENC-ANTERIOR
           MOVE WS-DT-VENC-NOVO     TO PDF-DT-VENC-NOVO
           MOVE WS-DT-FIM-PAUSA     TO PDF-DT-FIM-PAUSA
           MOVE WS-SALDO-DEVEDOR    TO PDF-SALDO-DEVEDOR
           MOVE PCA-JUROS           TO PDF-JUROS
           MOVE WS-JUROS-PAUSA      TO PDF-VALOR-JUROS
           MOVE WS-VALOR-DIFERIDO   TO PDF-VALOR-DIFERIDO
           MOVE WS-QTD-BOL-BAIXA    TO PDF-QTD-BOLETOS
           MOVE WS-DATA-HOJE        TO PDF-DATA
           MOVE WS-OPERADOR         TO PDF-OPERADOR
           WRITE PDF-REGISTRO

           MOVE FIN-CONTRATO   TO WS-EVT-CONTRATO
           MOVE "PAUSA"        TO WS-EVT-TIPO
           MOVE WS-JUROS-PAUSA TO WS-EVT-VALOR
           MOVE SPACES         TO WS-EVT-DETALHE
           STRING "CAMP " PCA-CODIGO " +" PCA-MESES
                  " MESES PARC " WS-PARCELA-INICIAL " " PCA-JUROS
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           END-STRING
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR
                                WS-EVT-DETALHE

           ADD 1                 TO WS-QTD-DIFERIDOS
           ADD WS-VALOR-DIFERIDO TO WS-TOT-DIFERIDO
           ADD WS-JUROS-PAUSA    TO WS-TOT-JUROS
           ADD WS-QTD-BOL-BAIXA  TO WS-TOT-BOL-BAIXA
           .
       P400-SAIDA.
           EXIT.

       P450-VENCIMENTO.
           COMPUTE WS-MES-TOTAL = WS-CD-MM + WS-IND + WS-MESES-EXTRA
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           .

       P500-JUROS-PAUSA.
      *>   JUROS DA PAUSA: SALDO DEVEDOR (REGRA DO payoff) CORRIGIDO
      *>   PELA TAXA DO CONTRATO, COMPOSTA, PELOS MESES DA PAUSA.
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
           MOVE 1 TO WS-FATOR-PAUSA
           PERFORM PCA-MESES TIMES
               COMPUTE WS-FATOR-PAUSA =
                       WS-FATOR-PAUSA + WS-FATOR-PAUSA * FIN-TAXA-JUROS
           END-PERFORM
           COMPUTE WS-JUROS-PAUSA ROUNDED =
                   WS-SALDO-DEVEDOR * (WS-FATOR-PAUSA - 1)
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

       P550-CAPITALIZA.
      *>   JUROS CAPITALIZADOS EM PARTES IGUAIS NAS PARCELAS QUE
      *>   RESTAM A PARTIR DA PRIMEIRA EMPURRADA; OS CENTAVOS DA
      *>   DIVISAO VAO PARA A ULTIMA.
           COMPUTE WS-QTD-RESTANTES =
                   FIN-NUM-PARCELAS - WS-PARCELA-INICIAL + 1
           DIVIDE WS-JUROS-PAUSA BY WS-QTD-RESTANTES
               GIVING WS-JUROS-RATEIO
           COMPUTE WS-JUROS-RESTO = WS-JUROS-PAUSA
                   - WS-JUROS-RATEIO * WS-QTD-RESTANTES
           PERFORM VARYING WS-IND FROM WS-PARCELA-INICIAL BY 1
                   UNTIL WS-IND > FIN-NUM-PARCELAS
               ADD WS-JUROS-RATEIO TO FIN-PARCELAS(WS-IND)
           END-PERFORM
           ADD WS-JUROS-RESTO TO FIN-PARCELAS(FIN-NUM-PARCELAS)
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO " FIN-CONTRATO
           END-REWRITE
      *>   "02" = HA OUTRO CONTRATO DO CLIENTE (CHAVE ALTERNATIVA).
           IF WS-FIN-STATUS = "02"
               MOVE "00" TO WS-FIN-STATUS
           END-IF
           .

       P600-BAIXA-BOLETOS.
           MOVE ZEROS TO WS-QTD-BOL-BAIXA
           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
                   OR BOLETOS-TRANSBORDOU
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               IF BCT-CONTRATO = FIN-CONTRATO
                  AND BCT-PARCELA >= WS-PARCELA-INICIAL
                  AND BCT-ABERTO
                   MOVE "B"          TO BCT-SITUACAO
                   MOVE WS-DATA-HOJE TO BCT-DT-SITUACAO
                   MOVE BCT-REGISTRO TO WS-BCT-IMAGEM(WS-BCT-IDX)
                   MOVE "S" TO WS-BCT-ALTERADO
                   ADD 1 TO WS-QTD-BOL-BAIXA
               END-IF
           END-PERFORM
           .

       P390-FECHA-ARQUIVOS.
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE PDF-FILE
           .

       P700-REGRAVA-BOLETOS.
           IF WS-BCT-ALTERADO NOT = "S" OR BOLETOS-TRANSBORDOU
               GO TO P700-SAIDA
           END-IF
           OPEN OUTPUT BCT-FILE
           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               MOVE WS-BCT-IMAGEM(WS-BCT-IDX) TO BCT-REGISTRO
               WRITE BCT-REGISTRO
           END-PERFORM
           CLOSE BCT-FILE
           .
       P700-SAIDA.
           EXIT.

       P800-MARCA-CAMPANHA.
      *>   CAMPANHA APLICADA NAO APLICA DE NOVO NEM MUDA DE REGRA: O
      *>   CRONOGRAMA DOS CONTRATOS JA FOI EMPURRADO.
           MOVE WS-PCA-REGISTRO(WS-PCA-ACHADO) TO PCA-REGISTRO
           MOVE "P"          TO PCA-SITUACAO
           MOVE WS-DATA-HOJE TO PCA-DT-APLICACAO
           MOVE PCA-REGISTRO TO WS-PCA-REGISTRO(WS-PCA-ACHADO)
           OPEN OUTPUT PCA-FILE
           PERFORM VARYING WS-PCA-IDX FROM 1 BY 1
                   UNTIL WS-PCA-IDX > WS-QTD-CAMPANHAS
               MOVE WS-PCA-REGISTRO(WS-PCA-IDX) TO PCA-REGISTRO
               WRITE PCA-REGISTRO
           END-PERFORM
           CLOSE PCA-FILE
      *>   O RESUMO FINAL CONTINUA LENDO A CAMPANHA APLICADA.
           MOVE WS-PCA-REGISTRO(WS-PCA-ACHADO) TO PCA-REGISTRO
           .

       END PROGRAM pausaLote.
