      *          contracts booked today (FINMAST.DAT), payments and
      *          estornos received today (PAGHIST.DAT), renegotiations
      *          (RENEGOC.LOG), settlements and cancellations
      *          (LIQUIDAC.LOG) and write-offs (PREJUIZO.DAT), with
      *          the IOF withheld on each contract booked today and
      *          reversed on each cancellation. Debit and credit
      *          accounts come from the GLMAPTB.cpy mapping table and
      *          the run closes with a balancing total row. Each
      *          entry carries the company whose books it belongs to;
      *          with more than one active company every company's
      *          entries are also written, each block closed by its own
      *          balancing total, to CONTABEMP.DAT, which the nightly
      *          stream splits into one feed per company,
      *          CONTABIL-Enn.DAT, while CONTABIL.DAT stays the
      *          group's consolidated feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTH-STATUS.

               SELECT CTE-FILE ASSIGN TO "CONTABEMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  CTE-FILE.
       01  CTE-LINHA           PIC X(47).

       WORKING-STORAGE SECTION.
           COPY GLMAPTB.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
               88  FIM-HISTORICO-ACUM VALUE "S".
           03  WS-HIS-JA-COPIADO   PIC X.
               88  HISTORICO-JA-COPIADO VALUE "S".
           03  WS-CTE-STATUS       PIC XX.
           03  WS-EMP-IDX          PIC 9(03).
           03  WS-EMP-COD          PIC 9(02).
           03  WS-ARQ-EMPRESA      PIC X(30).

       01  WS-HIS-REGISTRO.
           03  WS-HIS-TIPO         PIC X(01).
           03  WS-HIS-DATA         PIC 9(8).
           03  WS-HIS-EVENTO       PIC X(08).
           03  FILLER              PIC X(30).

       01  WS-QTD-DIRETOS          PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-DIRETOS.
           03  WS-DIR-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-DIRETOS.
               05  WS-DIR-REG      PIC X(47).

       01  WS-TOTAIS-FILIAL.
           03  WS-FIL-ITEM OCCURS 99 TIMES.
               05  WS-FIL-VALOR    PIC 9(12)V99.

       01  WS-TOTAIS-EMPRESA.
           03  WS-EMP-ITEM OCCURS 99 TIMES.
               05  WS-EMP-QTD      PIC 9(06).
               05  WS-EMP-VALOR    PIC 9(12)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TOTAIS-EMPRESA
                      REPLACING NUMERIC DATA BY ZEROS

           PERFORM P050-PRESERVA-DIRETOS
               THRU P050-SAIDA
           MOVE ZEROS          TO CTB-CONTA-CREDITO
           MOVE WS-TOT-LANCADO TO CTB-VALOR
           MOVE WS-QTD-LANCAMENTOS TO CTB-CONTRATO
           MOVE ZEROS          TO CTB-EMPRESA
           WRITE CTB-REGISTRO

           CLOSE CTB-FILE
           PERFORM P950-ACUMULA-HISTORICO
               THRU P950-SAIDA
           PERFORM P960-SUBTOTAIS-FILIAL
           PERFORM P970-FEEDS-POR-EMPRESA
               THRU P970-SAIDA

           MOVE WS-TOT-LANCADO TO WS-TOT-LANCADO-ED
           DISPLAY "LANCAMENTOS CONTABEIS GERADOS: "

       P050-PRESERVA-DIRETOS.
      *>   O FEED E REGRAVADO DO ZERO A CADA NOITE, MAS DURANTE O
      *>   DIA lojRepasse, cessao, provisao, writeOff (RECUPERACAO),
      *>   assessAcerto, cancela, lojDebito, isencao, amortExt,
      *>   lancMan, retorno (CNIENTRA), cniWork, restPag E restRet
      *>   LANCAM DIRETO NO CONTABIL.DAT - SEM ESTE RESGATE OS
      *>   LANCAMENTOS DELES SUMIRIAM DO FEED TRANSMITIDO E SO
      *>   SOBREVIVERIAM NO CONTABHIS.DAT.
              OR CTB-EVENTO = "PROVREV " OR CTB-EVENTO = "CESSAO  "
              OR CTB-EVENTO = "CESSAOPD" OR CTB-EVENTO = "CESSAOGN"
              OR CTB-EVENTO = "VARCAMBP" OR CTB-EVENTO = "VARCAMBN"
              OR CTB-EVENTO = "RECUPERA" OR CTB-EVENTO = "COMISCOB"
              OR CTB-EVENTO = "REPASDEV" OR CTB-EVENTO = "LOJDEBBX"
              OR CTB-EVENTO = "ISENCAO " OR CTB-EVENTO = "AMORTEXT"
              OR CTB-EVENTO = "MANUAL  " OR CTB-EVENTO = "CNIENTRA"
              OR CTB-EVENTO = "CNIAPLIC" OR CTB-EVENTO = "CNIDEVOL"
              OR CTB-EVENTO = "ENCERRAM" OR CTB-EVENTO = "TARIFA  "
              OR CTB-EVENTO = "RESTITUI" OR CTB-EVENTO = "RESTDEVO"
               MOVE "S" TO WS-EVENTO-DIRETO
           ELSE
               MOVE "N" TO WS-EVENTO-DIRETO

       P065-GRAVA-DIRETO.
           MOVE WS-DIR-REG(WS-DIR-IDX) TO CTB-REGISTRO
      *>   LANCAMENTO DIRETO GRAVADO ANTES DA EMPRESA NO LAYOUT.
           IF CTB-EMPRESA IS NOT NUMERIC OR CTB-EMPRESA = ZEROS
               PERFORM P810-EMPRESA-DO-LANCAMENTO
           END-IF
           ADD 1         TO WS-EMP-QTD(CTB-EMPRESA)
           ADD CTB-VALOR TO WS-EMP-VALOR(CTB-EMPRESA)
           WRITE CTB-REGISTRO
           ADD 1         TO WS-QTD-LANCAMENTOS
           ADD CTB-VALOR TO WS-TOT-LANCADO
                               FIN-VALOR - FIN-ENTRADA
                       MOVE FIN-CONTRATO TO WS-CONTRATO-EVENTO
                       PERFORM P800-GRAVA-LANCAMENTO
                       IF FIN-VALOR-IOF > ZEROS
                           MOVE "IOF     "    TO WS-EVENTO
                           MOVE FIN-VALOR-IOF TO WS-VALOR-EVENTO
                           PERFORM P800-GRAVA-LANCAMENTO
                       END-IF
                   END-IF
           END-READ
           .
                       MOVE WS-JUROS-EMBUTIDO TO WS-VALOR-EVENTO
                       PERFORM P800-GRAVA-LANCAMENTO
                   END-IF
      *>       AMORTIZACAO EXTRAORDINARIA: O amortExt JA LANCA O
      *>       AMORTEXT DIRETO NO FEED, NA HORA.
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   PERFORM P215-SEPARA-JUROS
                   IF WS-PRINCIPAL-PAGO > ZEROS
           ELSE
               COMPUTE WS-SALDO-CALC = FIN-VALOR - FIN-ENTRADA
               COMPUTE WS-PARC-ANTERIORES = PAGH-PARCELA - 1
               IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                       COMPUTE WS-FATOR-PRICE =
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CALC * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
                   PERFORM WS-PARC-ANTERIORES TIMES
           MOVE "N" TO WS-EOF
           OPEN INPUT LIQ-FILE
           IF WS-LIQ-STATUS = "00"
               OPEN INPUT FIN-FILE
               PERFORM P410-LE-LIQUIDACAO
               PERFORM UNTIL FIM-DO-ARQUIVO
      *>           RETOMADA E SINISTRO LIQUIDAM VIA LANCAMENTOS P
                       MOVE LIQ-VALOR     TO WS-VALOR-EVENTO
                       MOVE LIQ-CONTRATO  TO WS-CONTRATO-EVENTO
                       PERFORM P800-GRAVA-LANCAMENTO
                       IF LIQ-EVENTO = "CANCELAM"
                           PERFORM P420-ESTORNA-IOF
                       END-IF
                   END-IF
                   PERFORM P410-LE-LIQUIDACAO
               END-PERFORM
               CLOSE FIN-FILE
               CLOSE LIQ-FILE
           END-IF
           .
           END-READ
           .

       P420-ESTORNA-IOF.
      *>   CANCELAMENTO NO PRAZO DE ARREPENDIMENTO DEVOLVE O IOF AO
      *>   CLIENTE - O CONTRATO CANCELADO FICA NO MASTER COM O IOF
      *>   QUE FOI RETIDO NA CONTRATACAO.
           MOVE LIQ-CONTRATO TO FIN-CONTRATO
           READ FIN-FILE
               INVALID KEY
                   DISPLAY "CONTRATO CANCELADO FORA DO MASTER: "
                           LIQ-CONTRATO " - IOF NAO ESTORNADO"
               NOT INVALID KEY
                   IF FIN-VALOR-IOF > ZEROS
                       MOVE "IOFESTOR"    TO WS-EVENTO
                       MOVE FIN-VALOR-IOF TO WS-VALOR-EVENTO
                       PERFORM P800-GRAVA-LANCAMENTO
                   END-IF
           END-READ
           .

       P500-PREJUIZOS-DO-DIA.
           MOVE "N" TO WS-EOF
           OPEN INPUT WOF-FILE
                       TO CTB-CONTA-CREDITO
                   MOVE WS-VALOR-EVENTO    TO CTB-VALOR
                   MOVE WS-CONTRATO-EVENTO TO CTB-CONTRATO
                   PERFORM P810-EMPRESA-DO-LANCAMENTO
                   ADD 1               TO WS-EMP-QTD(CTB-EMPRESA)
                   ADD WS-VALOR-EVENTO TO WS-EMP-VALOR(CTB-EMPRESA)
                   WRITE CTB-REGISTRO
                   ADD 1               TO WS-QTD-LANCAMENTOS
                   ADD WS-VALOR-EVENTO TO WS-TOT-LANCADO
           END-SEARCH
           .

       P810-EMPRESA-DO-LANCAMENTO.
      *>   A EMPRESA DO LANCAMENTO E A DO CONTRATO (PELA FAIXA DE
      *>   NUMERACAO); SEM CONTRATO, A 01.
           MOVE "C"          TO EMU-FUNCAO
           MOVE CTB-CONTRATO TO EMU-CONTRATO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA  TO CTB-EMPRESA
           IF CTB-EMPRESA = ZEROS
               MOVE 1 TO CTB-EMPRESA
           END-IF
           .

       P960-SUBTOTAIS-FILIAL.
      *>   SUBTOTAL DO FEED DO DIA POR FILIAL, COM O CONSOLIDADO NO
      *>   TOTAL GERAL JA EXIBIDO - A FILIAL VEM DO CONTRATO DE
           END-READ
           .

       P970-FEEDS-POR-EMPRESA.
      *>   COM UMA SO EMPRESA ATIVA O CONTABIL.DAT JA E O FEED DELA
      *>   E O CONTABEMP.DAT FICA VAZIO. COM MAIS DE UMA, CADA EMPRESA
      *>   COM MOVIMENTO NO DIA TEM NELE AS SUAS LINHAS D E UM TOTAL
      *>   T PROPRIO; O LOTE NOTURNO SEPARA CADA BLOCO NO
      *>   CONTABIL-Enn.DAT DA EMPRESA (CTB-EMPRESA), PARA O RAZAO DE
      *>   CADA PESSOA JURIDICA.
           OPEN OUTPUT CTE-FILE
           MOVE "V" TO EMU-FUNCAO
           MOVE 1   TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-QTD-ATIVAS <= 1
               CLOSE CTE-FILE
               GO TO P970-SAIDA
           END-IF
           DISPLAY "FEEDS POR EMPRESA:"
           PERFORM P975-FEED-DA-EMPRESA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > 99
           CLOSE CTE-FILE
           .
       P970-SAIDA.
           EXIT.

       P975-FEED-DA-EMPRESA.
           IF WS-EMP-QTD(WS-EMP-IDX) = ZEROS
               CONTINUE
           ELSE
               MOVE "N" TO WS-CTB-EOF
               OPEN INPUT CTB-FILE
               PERFORM P955-LE-FEED
               PERFORM UNTIL FIM-FEED
                   IF CTB-TIPO = "D" AND CTB-EMPRESA = WS-EMP-IDX
                       MOVE CTB-REGISTRO TO CTE-LINHA
                       WRITE CTE-LINHA
                   END-IF
                   PERFORM P955-LE-FEED
               END-PERFORM
               CLOSE CTB-FILE
               MOVE WS-EMP-IDX     TO WS-EMP-COD
               MOVE "T"            TO CTB-TIPO
               MOVE WS-DATA-HOJE   TO CTB-DATA
               MOVE "TOTAL"        TO CTB-EVENTO
               MOVE ZEROS          TO CTB-CONTA-DEBITO
               MOVE ZEROS          TO CTB-CONTA-CREDITO
               MOVE WS-EMP-VALOR(WS-EMP-IDX) TO CTB-VALOR
               MOVE WS-EMP-QTD(WS-EMP-IDX)   TO CTB-CONTRATO
               MOVE WS-EMP-COD     TO CTB-EMPRESA
               MOVE CTB-REGISTRO   TO CTE-LINHA
               WRITE CTE-LINHA
               MOVE SPACES TO WS-ARQ-EMPRESA
               STRING "CONTABIL-E" WS-EMP-COD ".DAT"
                   DELIMITED BY SIZE INTO WS-ARQ-EMPRESA
               END-STRING
               MOVE WS-EMP-VALOR(WS-EMP-IDX) TO WS-FIL-VALOR-ED
               DISPLAY "  EMPRESA " WS-EMP-COD ": "
                       WS-EMP-QTD(WS-EMP-IDX) " LANCAMENTOS "
                       WS-FIL-VALOR-ED " - " WS-ARQ-EMPRESA
           END-IF
           .

       END PROGRAM glExtract.
