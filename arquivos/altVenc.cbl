      ******************************************************************
      * Author:
      * Date:
      * Purpose: Due-date change amendment (alteracao de data de
      *          vencimento) - moves the due day of every remaining
      *          parcela of an active contract without a full refin
      *          renegotiation. The move starts on the next cycle: the
      *          first open parcela that falls due after the current
      *          month and has no boleto still open at the bank
      *          (BOLCTL.DAT); parcelas before it keep the old day.
      *          The new date of each parcela is the new day in the
      *          parcela's own month, clamped to the month end
      *          (dataUtil) and rolled to a business day (diaUtil) -
      *          the same holiday roll posWork applies. The pro-rata
      *          interest on the saldo devedor (SAC or PRICE, same
      *          rule as payoff) for the days gained is added to that
      *          first moved parcela, and for the days lost is
      *          credited on it. One amendment per contract every
      *          SYSPARM ALT-VENC-MESES months. The amendment goes to
      *          VENCALT.DAT, where vencUtil makes boleto, remessa,
      *          debGera and every other due-date reader see the new
      *          day, and on the EVENTOS.DAT timeline through evtUtil.
      *          A confirmed change raises the AV service fee
      *          (tarifaUtil), shown before the operator confirms.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. altVenc.

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

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT AVC-FILE ASSIGN TO "VENCALT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVC-STATUS.

               SELECT BCT-FILE ASSIGN TO "BOLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  AVC-FILE.
           COPY AVCFD.

       FD  BCT-FILE.
           COPY BCTFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "altVenc".
       01  WS-JAN-LIBERADO     PIC X.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

           COPY PAGTOREC.
           COPY TAVLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-AVC-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-AVC-EOF          PIC X.
               88  FIM-ALTERACOES     VALUE "S".
           03  WS-BCT-EOF          PIC X.
               88  FIM-BOLETOS        VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HOJE-QUEBRA REDEFINES WS-DATA-HOJE.
               05  WS-HJ-AAAA      PIC 9(4).
               05  WS-HJ-MM        PIC 9(2).
               05  WS-HJ-DD        PIC 9(2).
           03  WS-OPERADOR-SESSAO  PIC X(08).
           03  WS-NIVEL-SESSAO     PIC 9.
           03  WS-CONTRATO         PIC 9(06).
           03  WS-DIA-ATUAL        PIC 9(02).
           03  WS-DIA-NOVO         PIC 9(02).
           03  WS-ULT-ALTERACAO    PIC 9(8).
           03  WS-ULT-ALT-QUEBRA REDEFINES WS-ULT-ALTERACAO.
               05  WS-UA-AAAA      PIC 9(4).
               05  WS-UA-MM        PIC 9(2).
               05  WS-UA-DD        PIC 9(2).
           03  WS-MESES-DECORRIDOS PIC S9(5).
           03  WS-LIMITE-MESES     PIC 9(02).
           03  WS-PARCELA-INICIAL  PIC 999.
           03  WS-IND              PIC 999.
           03  WS-MES-HOJE         PIC 9(6).
           03  WS-MES-PARCELA      PIC 9(6).
           03  WS-DT-VENC-ANTERIOR PIC 9(8).
           03  WS-DT-VENC-NOVO     PIC 9(8).
           03  WS-DIAS-PRORATA     PIC S9(3).
           03  WS-DIAS-ABS         PIC 9(3).
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-SALDO-DEVEDOR    PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-VALOR-AJUSTE     PIC 9(06)V99.
           03  WS-LIMITE-CREDITO   PIC S9(07)V99.
           03  WS-TIPO-AJUSTE      PIC X.
           03  WS-CONFIRMA         PIC X.
           03  WS-DATA-VENCIMENTO  PIC 9(8).
           03  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
               05  WS-VC-AAAA      PIC 9(4).
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-PARCELA-ED       PIC ZZZ.ZZ9,99.
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

      *>   PARCELAS DO CONTRATO COM BOLETO AINDA ABERTO NO BANCO - O
      *>   CLIENTE JA TEM O DOCUMENTO COM A DATA ANTIGA NA MAO.
       01  WS-BOLETOS-ABERTOS.
           03  WS-BOL-ABERTO       PIC X OCCURS 420 TIMES.

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
           PERFORM P050-LE-PARAMETROS-SISTEMA

           DISPLAY "=============================================="
           DISPLAY "     ALTERACAO DO DIA DE VENCIMENTO"
           DISPLAY "=============================================="
           PERFORM P100-ALTERA THRU P100-SAIDA
           GOBACK.

       P045-LE-OPERADOR-SESSAO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           MOVE ZEROS    TO WS-NIVEL-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
                       MOVE OPS-NIVEL    TO WS-NIVEL-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-ALT-VENC-MESES IS NUMERIC
                           MOVE SYS-PARM-ALT-VENC-MESES
                               TO WS-SYS-ALT-VENC-MESES
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-ALT-VENC-MESES TO WS-LIMITE-MESES
           .

       P100-ALTERA.
           DISPLAY "CONTRATO: "
           ACCEPT WS-CONTRATO
           OPEN INPUT FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           CLOSE FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "CONTRATO NAO ENCONTRADO: " WS-CONTRATO
               GO TO P100-SAIDA
           END-IF
           IF NOT FIN-ATIVO
               DISPLAY "CONTRATO " WS-CONTRATO " NAO ESTA ATIVO "
                       "(SITUACAO " FIN-SITUACAO ") - NADA ALTERADO."
               GO TO P100-SAIDA
           END-IF

           OPEN INPUT PAG-FILE
           MOVE WS-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ
           CLOSE PAG-FILE
           IF WS-PAG-ULT-PARCELA-PAGA >= FIN-NUM-PARCELAS
               DISPLAY "CONTRATO SEM PARCELAS EM ABERTO - NADA "
                       "ALTERADO."
               GO TO P100-SAIDA
           END-IF

           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           PERFORM P200-LE-ALTERACOES
           IF WS-ULT-ALTERACAO NOT = ZEROS
               COMPUTE WS-MESES-DECORRIDOS =
                       (WS-HJ-AAAA * 12 + WS-HJ-MM)
                       - (WS-UA-AAAA * 12 + WS-UA-MM)
               IF WS-MESES-DECORRIDOS < WS-LIMITE-MESES
                   DISPLAY "VENCIMENTO JA ALTERADO EM "
                           WS-ULT-ALTERACAO " - NOVA ALTERACAO SO "
                           "APOS " WS-LIMITE-MESES " MESES."
                   GO TO P100-SAIDA
               END-IF
           END-IF

           DISPLAY "DIA DE VENCIMENTO ATUAL: " WS-DIA-ATUAL
           DISPLAY "NOVO DIA DE VENCIMENTO (01-31): "
           ACCEPT WS-DIA-NOVO
           IF WS-DIA-NOVO < 1 OR WS-DIA-NOVO > 31
               DISPLAY "DIA INVALIDO - NADA ALTERADO."
               GO TO P100-SAIDA
           END-IF
           IF WS-DIA-NOVO = WS-DIA-ATUAL
               DISPLAY "NOVO DIA IGUAL AO ATUAL - NADA ALTERADO."
               GO TO P100-SAIDA
           END-IF

           PERFORM P300-CARREGA-BOLETOS
           PERFORM P350-LOCALIZA-PARCELA
           IF WS-PARCELA-INICIAL = ZEROS
               DISPLAY "NENHUMA PARCELA A VENCER FORA DO CICLO "
                       "ATUAL - NADA ALTERADO."
               GO TO P100-SAIDA
           END-IF

           PERFORM P400-CALCULA-PRORATA THRU P400-SAIDA

           DISPLAY "----------------------------------------------"
           DISPLAY "A PARTIR DA PARCELA....: " WS-PARCELA-INICIAL
           DISPLAY "VENCIMENTO ANTERIOR....: " WS-DT-VENC-ANTERIOR
           DISPLAY "NOVO VENCIMENTO........: " WS-DT-VENC-NOVO
           DISPLAY "DIAS DE DIFERENCA......: " WS-DIAS-PRORATA
           DISPLAY "SALDO DEVEDOR..........: " WS-SALDO-DEVEDOR
           MOVE WS-VALOR-AJUSTE TO WS-VALOR-ED
           IF WS-TIPO-AJUSTE = "J"
               DISPLAY "JUROS PRO-RATA COBRADOS: " WS-VALOR-ED
           ELSE
               DISPLAY "CREDITO PRO-RATA.......: " WS-VALOR-ED
           END-IF
           MOVE FIN-PARCELAS(WS-PARCELA-INICIAL) TO WS-PARCELA-ED
           DISPLAY "VALOR ATUAL DA PARCELA.: " WS-PARCELA-ED
           MOVE "V"  TO TRU-FUNCAO
           MOVE "AV" TO TRU-SERVICO
           CALL "tarifaUtil" USING TRU-PARAMETROS
           IF TRU-OK
               MOVE TRU-VALOR TO WS-VALOR-ED
               DISPLAY "TARIFA DE ALTERACAO....: " WS-VALOR-ED
                       " (NO PROXIMO BOLETO)"
           END-IF
           DISPLAY "CONFIRMA A ALTERACAO (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ALTERACAO CANCELADA."
               GO TO P100-SAIDA
           END-IF

           PERFORM P500-APLICA THRU P500-SAIDA
           .
       P100-SAIDA.
           EXIT.

       P200-LE-ALTERACOES.
      *>   VENCALT.DAT E CRONOLOGICO: A ULTIMA LINHA DO CONTRATO DA O
      *>   DIA VIGENTE E A DATA DA ULTIMA ALTERACAO.
           MOVE WS-CD-DD TO WS-DIA-ATUAL
           MOVE ZEROS    TO WS-ULT-ALTERACAO
           MOVE "N" TO WS-AVC-EOF
           OPEN INPUT AVC-FILE
           IF WS-AVC-STATUS = "00"
               PERFORM P210-LE-ALTERACAO
               PERFORM UNTIL FIM-ALTERACOES
                   IF AVC-CONTRATO = WS-CONTRATO
                       MOVE AVC-DIA-NOVO TO WS-DIA-ATUAL
                       MOVE AVC-DATA     TO WS-ULT-ALTERACAO
                   END-IF
                   PERFORM P210-LE-ALTERACAO
               END-PERFORM
               CLOSE AVC-FILE
           END-IF
           .

       P210-LE-ALTERACAO.
           READ AVC-FILE
               AT END SET FIM-ALTERACOES TO TRUE
           END-READ
           .

       P300-CARREGA-BOLETOS.
           MOVE SPACES TO WS-BOLETOS-ABERTOS
           MOVE "N" TO WS-BCT-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS = "00"
               PERFORM P310-LE-BOLETO
               PERFORM UNTIL FIM-BOLETOS
                   IF BCT-CONTRATO = WS-CONTRATO AND BCT-ABERTO
                      AND BCT-PARCELA > ZEROS
                      AND BCT-PARCELA <= FIN-NUM-PARCELAS
                       MOVE "S" TO WS-BOL-ABERTO(BCT-PARCELA)
                   END-IF
                   PERFORM P310-LE-BOLETO
               END-PERFORM
               CLOSE BCT-FILE
           END-IF
           .

       P310-LE-BOLETO.
           READ BCT-FILE
               AT END SET FIM-BOLETOS TO TRUE
           END-READ
           .

       P350-LOCALIZA-PARCELA.
      *>   PROXIMO CICLO: A PRIMEIRA PARCELA EM ABERTO QUE VENCE
      *>   DEPOIS DO MES CORRENTE E AINDA NAO FOI AO BANCO.
           MOVE ZEROS TO WS-PARCELA-INICIAL
           COMPUTE WS-MES-HOJE = WS-HJ-AAAA * 100 + WS-HJ-MM
           COMPUTE WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
           PERFORM UNTIL WS-IND > FIN-NUM-PARCELAS
                   OR WS-PARCELA-INICIAL NOT = ZEROS
               PERFORM P360-VENCIMENTO-ATUAL
               COMPUTE WS-MES-PARCELA = WS-VC-AAAA * 100 + WS-VC-MM
               IF WS-MES-PARCELA > WS-MES-HOJE
                  AND WS-BOL-ABERTO(WS-IND) NOT = "S"
                   MOVE WS-IND TO WS-PARCELA-INICIAL
                   MOVE WS-DATA-VENCIMENTO TO WS-DT-VENC-ANTERIOR
               ELSE
                   ADD 1 TO WS-IND
               END-IF
           END-PERFORM
           .

       P360-VENCIMENTO-ATUAL.
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

       P400-CALCULA-PRORATA.
      *>   MESMO MES DA PARCELA, DIA NOVO, MESMO AJUSTE DE FIM DE MES
      *>   E DE DIA UTIL QUE O posWork APLICA NO VENCIMENTO.
           MOVE WS-DT-VENC-ANTERIOR TO WS-DATA-VENCIMENTO
           MOVE WS-DIA-NOVO TO WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           MOVE WS-DATA-VENCIMENTO TO WS-DT-VENC-NOVO
           COMPUTE WS-DIAS-PRORATA =
                   FUNCTION INTEGER-OF-DATE(WS-DT-VENC-NOVO)
                   - FUNCTION INTEGER-OF-DATE(WS-DT-VENC-ANTERIOR)
           IF WS-DIAS-PRORATA < ZEROS
               MOVE "C" TO WS-TIPO-AJUSTE
               COMPUTE WS-DIAS-ABS = ZEROS - WS-DIAS-PRORATA
           ELSE
               MOVE "J" TO WS-TIPO-AJUSTE
               MOVE WS-DIAS-PRORATA TO WS-DIAS-ABS
           END-IF

           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               PERFORM P450-SALDO-PRICE
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-DEVEDOR =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO FROM WS-SALDO-DEVEDOR

           COMPUTE WS-VALOR-AJUSTE ROUNDED =
                   WS-SALDO-DEVEDOR * FIN-TAXA-JUROS * WS-DIAS-ABS / 30
           IF WS-TIPO-AJUSTE = "J"
               GO TO P400-SAIDA
           END-IF

      *>   O CREDITO NAO ZERA A PARCELA: FICA AO MENOS UM CENTAVO
      *>   ALEM DO QUE JA FOI PAGO PARCIALMENTE NELA.
           COMPUTE WS-LIMITE-CREDITO =
                   FIN-PARCELAS(WS-PARCELA-INICIAL) - 0,01
           IF WS-PARCELA-INICIAL = WS-PAG-ULT-PARCELA-PAGA + 1
               SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
                   FROM WS-LIMITE-CREDITO
           END-IF
           IF WS-LIMITE-CREDITO < ZEROS
               MOVE ZEROS TO WS-LIMITE-CREDITO
           END-IF
           IF WS-VALOR-AJUSTE > WS-LIMITE-CREDITO
               MOVE WS-LIMITE-CREDITO TO WS-VALOR-AJUSTE
           END-IF
           .
       P400-SAIDA.
           EXIT.

       P450-SALDO-PRICE.
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

       P500-APLICA.
           OPEN I-O FIN-FILE
           MOVE WS-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   MOVE "23" TO WS-FIN-STATUS
           END-READ
           IF WS-FIN-STATUS NOT = "00"
               CLOSE FIN-FILE
               DISPLAY "ERRO AO RELER O CONTRATO " WS-CONTRATO
                       " - NADA ALTERADO."
               GO TO P500-SAIDA
           END-IF
           IF WS-TIPO-AJUSTE = "J"
               ADD WS-VALOR-AJUSTE
                   TO FIN-PARCELAS(WS-PARCELA-INICIAL)
           ELSE
               SUBTRACT WS-VALOR-AJUSTE
                   FROM FIN-PARCELAS(WS-PARCELA-INICIAL)
           END-IF
           REWRITE FIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO " WS-CONTRATO
           END-REWRITE
           CLOSE FIN-FILE

           OPEN EXTEND AVC-FILE
           IF WS-AVC-STATUS = "35"
               OPEN OUTPUT AVC-FILE
               CLOSE AVC-FILE
               OPEN EXTEND AVC-FILE
           END-IF
           MOVE WS-CONTRATO         TO AVC-CONTRATO
           MOVE WS-PARCELA-INICIAL  TO AVC-PARCELA-INICIAL
           MOVE WS-DIA-ATUAL        TO AVC-DIA-ANTERIOR
           MOVE WS-DIA-NOVO         TO AVC-DIA-NOVO
           MOVE WS-DATA-HOJE        TO AVC-DATA
           MOVE WS-OPERADOR-SESSAO  TO AVC-OPERADOR
           MOVE WS-DT-VENC-ANTERIOR TO AVC-DT-VENC-ANTERIOR
           MOVE WS-DT-VENC-NOVO     TO AVC-DT-VENC-NOVO
           MOVE WS-DIAS-ABS         TO AVC-DIAS-PRORATA
           MOVE WS-TIPO-AJUSTE      TO AVC-TIPO-AJUSTE
           MOVE WS-VALOR-AJUSTE     TO AVC-VALOR-AJUSTE
           WRITE AVC-REGISTRO
           CLOSE AVC-FILE

      *>   A TABELA DO vencUtil FOI CARREGADA ANTES DESTA LINHA.
           CANCEL "vencUtil"

           MOVE WS-CONTRATO     TO WS-EVT-CONTRATO
           MOVE "ALT-VENC"      TO WS-EVT-TIPO
           MOVE WS-VALOR-AJUSTE TO WS-EVT-VALOR
           MOVE SPACES          TO WS-EVT-DETALHE
           STRING "DIA " WS-DIA-ATUAL "->" WS-DIA-NOVO
                  " A PARTIR PARC " WS-PARCELA-INICIAL
                  " " WS-TIPO-AJUSTE
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           END-STRING
           CALL "evtUtil" USING WS-EVT-CONTRATO WS-EVT-TIPO
                                WS-EVT-VALOR WS-OPERADOR-SESSAO
                                WS-EVT-DETALHE

           MOVE "L"                TO TRU-FUNCAO
           MOVE "AV"               TO TRU-SERVICO
           MOVE WS-CONTRATO        TO TRU-CONTRATO
           MOVE FIN-COD-CLIENTE    TO TRU-COD-CLIENTE
           MOVE WS-OPERADOR-SESSAO TO TRU-OPERADOR
           MOVE SPACES             TO TRU-REFERENCIA
           STRING "DIA " WS-DIA-NOVO
                  DELIMITED BY SIZE INTO TRU-REFERENCIA
           END-STRING
           MOVE ZEROS              TO TRU-VALOR
           CALL "tarifaUtil" USING TRU-PARAMETROS

           DISPLAY "VENCIMENTO ALTERADO PARA O DIA " WS-DIA-NOVO
                   " A PARTIR DA PARCELA " WS-PARCELA-INICIAL "."
           .
       P500-SAIDA.
           EXIT.

       END PROGRAM altVenc.
