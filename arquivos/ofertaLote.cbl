      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-approved credit offer batch - once a month walks
      *          the nightly behavior score (ESCORE.DAT, escore.cbl)
      *          and takes every client in the top bands (A and B)
      *          who is active, has no credit restriction
      *          (BLACKLIST.DAT), no overdue parcela in the nightly
      *          position (POSWORK.DAT) and still has room under the
      *          credit limit widened by the band, the same rule
      *          loanBatch applies. The amount and term come from
      *          that room and from the income commitment left
      *          (SYSPARM PCT-RENDA minus the open parcelas of the
      *          live contracts), priced at the TAXAJUR.DAT rate for
      *          the term, within the limits of the product chosen
      *          for the month. Each offer is frozen on OFERTA.DAT
      *          under a code the client quotes to accept it
      *          (ofertaAceita), goes to the messaging bureau on
      *          OFERMSG.TXT and to the letter run on OFERCARTA.TXT,
      *          each channel only where CONSENT.DAT allows it, with
      *          the suppression logged to COMAUDIT.LOG. One
      *          generation per month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofertaLote.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ESC-FILE ASSIGN TO "ESCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

               SELECT OFT-FILE ASSIGN TO "OFERTA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OFT-STATUS.

               SELECT PWK-FILE ASSIGN TO "POSWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PWK-STATUS.

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

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-CODIGO
                   FILE STATUS IS WS-CRED-STATUS.

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRO-STATUS.

               SELECT JUR-FILE ASSIGN TO "TAXAJUR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JUR-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNS-STATUS.

               SELECT AUD-FILE ASSIGN TO "COMAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUD-STATUS.

               SELECT MSG-FILE ASSIGN TO "OFERMSG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MSG-STATUS.

               SELECT CRT-FILE ASSIGN TO "OFERCARTA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESC-FILE.
           COPY ESCFD.

       FD  OFT-FILE.
           COPY OFTFD.

       FD  PWK-FILE.
           COPY PWKFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  CRED-FILE.
           COPY CREDFD.

       FD  PRO-FILE.
           COPY PRODFD.

       FD  JUR-FILE.
           COPY JURFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  AUD-FILE.
       01  AUD-LINHA           PIC X(90).

       FD  MSG-FILE.
       01  MSG-LINHA           PIC X(200).

       FD  CRT-FILE.
       01  CRT-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

           COPY PAGTOREC.

       01  WS-VARIAVEIS.
           03  WS-ESC-STATUS       PIC XX.
           03  WS-OFT-STATUS       PIC XX.
           03  WS-PWK-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-CRED-STATUS      PIC XX.
           03  WS-PRO-STATUS       PIC XX.
           03  WS-JUR-STATUS       PIC XX.
           03  WS-CNS-STATUS       PIC XX.
           03  WS-AUD-STATUS       PIC XX.
           03  WS-MSG-STATUS       PIC XX.
           03  WS-CRT-STATUS       PIC XX.
           03  WS-ESC-EOF          PIC X.
               88  FIM-ESCORES        VALUE "S".
           03  WS-OFT-EOF          PIC X.
               88  FIM-OFERTAS        VALUE "S".
           03  WS-PWK-EOF          PIC X.
               88  FIM-POSICAO        VALUE "S".
           03  WS-PRO-EOF          PIC X.
               88  FIM-PRODUTOS       VALUE "S".
           03  WS-JUR-EOF          PIC X.
               88  FIM-TABELA-JUROS   VALUE "S".
           03  WS-CNS-EOF          PIC X.
               88  FIM-CONSENTS       VALUE "S".
           03  WS-MES-GERADO       PIC X VALUE "N".
               88  LOTE-DO-MES-GERADO VALUE "S".
           03  WS-PRODUTO-OK       PIC X VALUE "N".
               88  PRODUTO-VALIDO     VALUE "S".
           03  WS-DESCARTA         PIC X.
               88  CLIENTE-DESCARTADO VALUE "S".
           03  WS-SEM-MENSAGEM     PIC X.
               88  MENSAGEM-VETADA    VALUE "S".
           03  WS-SEM-CARTA        PIC X.
               88  CARTA-NAO-ENVIADA  VALUE "S".
           03  WS-IDX              PIC 9(05).
           03  WS-PRZ-IDX          PIC 9.
           03  WS-CONFIRMA         PIC X.
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MES-OFERTA       PIC 9(6).
           03  WS-COD-PRODUTO      PIC 9(04).
           03  WS-PRO-DESCRICAO    PIC X(20).
           03  WS-PRO-VALOR-MAXIMO PIC 9(08)V99.
           03  WS-PRO-MAX-PARCELAS PIC 999.
           03  WS-QTD-AVALIADOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-OFERTAS      PIC 9(06) VALUE ZEROS.
           03  WS-QTD-MENSAGENS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-CARTAS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-ENVIO    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SUPRIMIDOS   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-RESTRITOS    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-EM-ATRASO    PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-MARGEM   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-JA-OFERTADOS PIC 9(06) VALUE ZEROS.
           03  WS-TOT-OFERTADO     PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-MENSAGENS    PIC 9(10)V99 VALUE ZEROS.
           03  WS-QTD-EDIT         PIC 999999.
           03  WS-TOT-EDIT         PIC 9999999999,99.
           03  WS-VALOR-EDIT       PIC 999999,99.
           03  WS-PARCELA-EDIT     PIC 999999,99.
           03  WS-TAXA-EDIT        PIC 9,9999.
           03  WS-LINHA-MONTADA    PIC X(200).
           03  WS-LINHA-AUDIT      PIC X(90).
           03  WS-LINHA-EDIT       PIC X(80).

       01  WS-DATA-HOJE            PIC 9(8).
       01  WS-DATA-HOJE-QUEBRA REDEFINES WS-DATA-HOJE.
           03  WS-DH-SECULO        PIC 99.
           03  WS-DH-AAMM          PIC 9(04).
           03  WS-DH-DIA           PIC 99.

      *>   O VALOR MINIMO QUE VALE UMA OFERTA E O ARREDONDAMENTO
      *>   DO VALOR PARA BAIXO, EM CENTENAS DE REAIS.
       01  WS-REGRA-OFERTA.
           03  WS-VALOR-MINIMO     PIC 9(06)V99 VALUE 500.
           03  WS-DIAS-VALIDADE    PIC 9(03) VALUE 30.
           03  WS-PRAZOS-OFERTA    PIC X(12) VALUE "012024036048".
           03  WS-PRAZOS-TAB REDEFINES WS-PRAZOS-OFERTA.
               05  WS-PRAZO-OFERTA PIC 999 OCCURS 4 TIMES.

       01  WS-CALCULO.
           03  WS-LIMITE-AJUSTADO  PIC 9(10)V99.
           03  WS-EXPOSICAO        PIC 9(10)V99.
           03  WS-PARCELAS-ATIVAS  PIC 9(08)V99.
           03  WS-PARCELA-ABERTA   PIC 999.
           03  WS-SALDO-CONTRATO   PIC S9(08)V99.
           03  WS-JUROS-PARCELA    PIC 9(08)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(08)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-LIMITE-RENDA     PIC 9(08)V99.
           03  WS-CAPACIDADE       PIC S9(08)V99.
           03  WS-VALOR-ALVO       PIC 9(08)V99.
           03  WS-VALOR-PRAZO      PIC 9(10)V99.
           03  WS-VALOR-OFERTA     PIC 9(08)V99.
           03  WS-CENTENAS         PIC 9(06).
           03  WS-PRAZO            PIC 999.
           03  WS-TAXA-PRAZO       PIC 9V9999.
           03  WS-MELHOR-ATE       PIC 999.
           03  WS-MELHOR-INICIO    PIC 9(8).
           03  WS-DATA-INTEIRA     PIC 9(08).
           03  WS-ACHOU-PRAZO      PIC X.
               88  PRAZO-ACHADO       VALUE "S".

      *>   CODIGO DA OFERTA: AAMM DO LOTE + CLIENTE + DV MOD-10.
       01  WS-CODIGO-OFERTA.
           03  WS-CO-BASE.
               05  WS-CO-AAMM      PIC 9(04).
               05  WS-CO-CLIENTE   PIC 9(05).
           03  WS-CO-DIGITOS REDEFINES WS-CO-BASE.
               05  WS-CO-DIG       PIC 9 OCCURS 9 TIMES.
           03  WS-CO-DV            PIC 9.
       01  WS-CODIGO-OFERTA-N REDEFINES WS-CODIGO-OFERTA
                                   PIC 9(10).

       01  WS-CALCULO-DV.
           03  WS-DV-IDX           PIC 99.
           03  WS-DV-PESO          PIC 9.
           03  WS-DV-PRODUTO       PIC 99.
           03  WS-DV-SOMA          PIC 9(04).
           03  WS-DV-RESTO         PIC 99.

      *>   CLIENTES COM OFERTA AINDA VALIDA DE UM LOTE ANTERIOR.
       01  WS-QTD-BLOQ             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-BLOQ.
           03  WS-BLQ-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-BLOQ.
               05  WS-BLQ-CLIENTE  PIC 9(05).

      *>   CLIENTES COM ALGUMA PARCELA VENCIDA NA POSICAO DA NOITE.
       01  WS-QTD-ATRASO           PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-ATRASO.
           03  WS-ATR-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-ATRASO.
               05  WS-ATR-CLIENTE  PIC 9(05).

       01  WS-QTD-OPT-CARTA        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPT-CARTA.
           03  WS-OPC-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-OPT-CARTA.
               05  WS-OPC-CODIGO   PIC 9(05).

       01  WS-QTD-OPT-MENSAGEM     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-OPT-MENSAGEM.
           03  WS-OPM-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-OPT-MENSAGEM.
               05  WS-OPM-CODIGO   PIC 9(05).

      *>   FAIXAS DA TABELA DE JUROS VIGENTES HOJE.
       01  WS-QTD-FAIXAS           PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-FAIXAS.
           03  WS-FXJ-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-FAIXAS.
               05  WS-FXJ-PARCELAS-ATE PIC 999.
               05  WS-FXJ-DT-INICIO    PIC 9(8).
               05  WS-FXJ-TAXA         PIC 9V9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-MES-OFERTA = WS-DATA-HOJE / 100
           PERFORM P050-LE-PARAMETROS-SISTEMA

           DISPLAY "=============================================="
           DISPLAY "   OFERTAS DE CREDITO PRE-APROVADO - " WS-MES-OFERTA
           DISPLAY "=============================================="
           PERFORM P100-CARREGA-OFERTAS
           IF LOTE-DO-MES-GERADO
               DISPLAY "AS OFERTAS DE " WS-MES-OFERTA
                       " JA FORAM GERADAS - NADA A FAZER."
               GOBACK
           END-IF

           DISPLAY "PRODUTO DAS OFERTAS (PRODUTO.DAT): "
           ACCEPT WS-COD-PRODUTO
           PERFORM P150-VALIDA-PRODUTO THRU P150-SAIDA
           IF NOT PRODUTO-VALIDO
               GOBACK
           END-IF
           DISPLAY "PRODUTO " WS-COD-PRODUTO " - " WS-PRO-DESCRICAO
           DISPLAY "CLIENTES DAS FAIXAS A E B DO ESCORE, SEM "
                   "RESTRICAO E SEM ATRASO"
           DISPLAY "GERAR AS OFERTAS DO MES? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "GERACAO CANCELADA."
               GOBACK
           END-IF

           PERFORM P200-CARREGA-ATRASOS
           IF WS-PWK-STATUS NOT = "00"
               DISPLAY "POSICAO DA NOITE (POSWORK.DAT) AUSENTE - "
                       "RODE O posWork ANTES DAS OFERTAS."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM P220-CARREGA-OPTOUTS
           PERFORM P240-CARREGA-TAXAS

           PERFORM P300-ABRE-ARQUIVOS
           IF WS-ESC-STATUS NOT = "00"
               DISPLAY "ESCORE DA NOITE (ESCORE.DAT) AUSENTE - "
                       "RODE O escore ANTES DAS OFERTAS."
               PERFORM P390-FECHA-ARQUIVOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P310-LE-ESCORE
           PERFORM UNTIL FIM-ESCORES
               PERFORM P400-AVALIA-CLIENTE THRU P400-SAIDA
               PERFORM P310-LE-ESCORE
           END-PERFORM

           PERFORM P700-GRAVA-CONTROLE
           PERFORM P390-FECHA-ARQUIVOS

           DISPLAY "=============================================="
           DISPLAY "CLIENTES FAIXA A/B.......: " WS-QTD-AVALIADOS
           DISPLAY "OFERTAS GERADAS..........: " WS-QTD-OFERTAS
           DISPLAY "MENSAGENS EM OFERMSG.TXT.: " WS-QTD-MENSAGENS
           DISPLAY "CARTAS EM OFERCARTA.TXT..: " WS-QTD-CARTAS
           DISPLAY "SEM NENHUM ENVIO.........: " WS-QTD-SEM-ENVIO
           DISPLAY "ENVIOS SUPRIMIDOS OPT-OUT: " WS-QTD-SUPRIMIDOS
           DISPLAY "DESCARTADOS - RESTRICAO..: " WS-QTD-RESTRITOS
           DISPLAY "DESCARTADOS - ATRASO.....: " WS-QTD-EM-ATRASO
           DISPLAY "DESCARTADOS - SEM MARGEM.: " WS-QTD-SEM-MARGEM
           DISPLAY "COM OFERTA AINDA VALIDA..: " WS-QTD-JA-OFERTADOS
           DISPLAY "VALOR TOTAL OFERTADO.....: " WS-TOT-OFERTADO
           DISPLAY "=============================================="
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-PCT-RENDA IS NUMERIC
                          AND SYS-PARM-PCT-RENDA > ZEROS
                           MOVE SYS-PARM-PCT-RENDA
                               TO WS-SYS-PCT-RENDA
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P100-CARREGA-OFERTAS.
      *>   UM LOTE POR MES; QUEM AINDA TEM OFERTA VALIDA DE UM LOTE
      *>   ANTERIOR NAO RECEBE OUTRA.
           MOVE "N" TO WS-OFT-EOF
           OPEN INPUT OFT-FILE
           IF WS-OFT-STATUS = "00"
               PERFORM P105-LE-OFERTA
               PERFORM UNTIL FIM-OFERTAS
                   IF OFT-DT-EMISSAO / 100 = WS-MES-OFERTA
                       SET LOTE-DO-MES-GERADO TO TRUE
                   END-IF
                   IF OFT-EMITIDA
                      AND OFT-DT-VALIDADE >= WS-DATA-HOJE
                      AND WS-QTD-BLOQ < 20000
                       ADD 1 TO WS-QTD-BLOQ
                       MOVE OFT-COD-CLIENTE
                           TO WS-BLQ-CLIENTE(WS-QTD-BLOQ)
                   END-IF
                   PERFORM P105-LE-OFERTA
               END-PERFORM
               CLOSE OFT-FILE
           END-IF
           .

       P105-LE-OFERTA.
           READ OFT-FILE
               AT END SET FIM-OFERTAS TO TRUE
           END-READ
           .

       P150-VALIDA-PRODUTO.
      *>   O CONSIGNADO DEPENDE DA MARGEM DO CONVENENTE, QUE O LOTE
      *>   NAO AVALIA - NAO SERVE PARA OFERTA PRE-APROVADA.
           MOVE "N" TO WS-PRODUTO-OK
           MOVE "N" TO WS-PRO-EOF
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS NOT = "00"
               DISPLAY "CATALOGO DE PRODUTOS (PRODUTO.DAT) AUSENTE."
               GO TO P150-SAIDA
           END-IF
           PERFORM P155-LE-PRODUTO
           PERFORM UNTIL FIM-PRODUTOS
               IF PRO-CODIGO = WS-COD-PRODUTO
                   SET PRODUTO-VALIDO TO TRUE
                   MOVE PRO-DESCRICAO    TO WS-PRO-DESCRICAO
                   MOVE PRO-VALOR-MAXIMO TO WS-PRO-VALOR-MAXIMO
                   MOVE PRO-MAX-PARCELAS TO WS-PRO-MAX-PARCELAS
                   IF PRO-E-CONSIGNADO
                       MOVE "N" TO WS-PRODUTO-OK
                   END-IF
               END-IF
               PERFORM P155-LE-PRODUTO
           END-PERFORM
           CLOSE PRO-FILE
           IF NOT PRODUTO-VALIDO
               DISPLAY "PRODUTO NAO CADASTRADO OU CONSIGNADO: "
                       WS-COD-PRODUTO
               GO TO P150-SAIDA
           END-IF
           IF WS-PRO-VALOR-MAXIMO = ZEROS
              OR WS-PRO-VALOR-MAXIMO > 999999,99
               MOVE 999999,99 TO WS-PRO-VALOR-MAXIMO
           END-IF
           IF WS-PRO-MAX-PARCELAS = ZEROS
               MOVE 48 TO WS-PRO-MAX-PARCELAS
           END-IF
           .
       P150-SAIDA.
           EXIT.

       P155-LE-PRODUTO.
           READ PRO-FILE
               AT END SET FIM-PRODUTOS TO TRUE
           END-READ
           .

       P200-CARREGA-ATRASOS.
      *>   O POSWORK TRAZ UMA LINHA POR PARCELA EM ABERTO; DIAS DE
      *>   ATRASO POSITIVO = PARCELA JA VENCIDA E NAO PAGA.
           MOVE "N" TO WS-PWK-EOF
           OPEN INPUT PWK-FILE
           IF WS-PWK-STATUS = "00"
               PERFORM P205-LE-POSICAO
               PERFORM UNTIL FIM-POSICAO
                   IF PWK-DIAS-ATRASO > ZEROS
                       PERFORM P210-MARCA-ATRASO THRU P210-SAIDA
                   END-IF
                   PERFORM P205-LE-POSICAO
               END-PERFORM
               CLOSE PWK-FILE
           END-IF
           .

       P205-LE-POSICAO.
           READ PWK-FILE
               AT END SET FIM-POSICAO TO TRUE
           END-READ
           .

       P210-MARCA-ATRASO.
           IF WS-QTD-ATRASO > ZEROS
               IF WS-ATR-CLIENTE(WS-QTD-ATRASO) = PWK-COD-CLIENTE
                   GO TO P210-SAIDA
               END-IF
           END-IF
           IF WS-QTD-ATRASO < 20000
               ADD 1 TO WS-QTD-ATRASO
               MOVE PWK-COD-CLIENTE TO WS-ATR-CLIENTE(WS-QTD-ATRASO)
           END-IF
           .
       P210-SAIDA.
           EXIT.

       P220-CARREGA-OPTOUTS.
      *>   CADA CANAL TEM SEU OPT-OUT: QUEM RECUSOU MENSAGENS AINDA
      *>   PODE RECEBER A CARTA, E VICE-VERSA.
           MOVE "N" TO WS-CNS-EOF
           OPEN INPUT CNS-FILE
           IF WS-CNS-STATUS = "00"
               PERFORM P225-LE-CONSENT
               PERFORM UNTIL FIM-CONSENTS
                   IF CNS-CANAL-CARTA = "N"
                      AND WS-QTD-OPT-CARTA < 500
                       ADD 1 TO WS-QTD-OPT-CARTA
                       MOVE CNS-CODIGO
                           TO WS-OPC-CODIGO(WS-QTD-OPT-CARTA)
                   END-IF
                   IF CNS-CANAL-MENSAGEM = "N"
                      AND WS-QTD-OPT-MENSAGEM < 500
                       ADD 1 TO WS-QTD-OPT-MENSAGEM
                       MOVE CNS-CODIGO
                           TO WS-OPM-CODIGO(WS-QTD-OPT-MENSAGEM)
                   END-IF
                   PERFORM P225-LE-CONSENT
               END-PERFORM
               CLOSE CNS-FILE
           END-IF
           .

       P225-LE-CONSENT.
           READ CNS-FILE
               AT END SET FIM-CONSENTS TO TRUE
           END-READ
           .

       P240-CARREGA-TAXAS.
           MOVE "N" TO WS-JUR-EOF
           OPEN INPUT JUR-FILE
           IF WS-JUR-STATUS = "00"
               PERFORM P245-LE-FAIXA-JUROS
               PERFORM UNTIL FIM-TABELA-JUROS
                   IF JUR-DT-INICIO <= WS-DATA-HOJE
                      AND (JUR-DT-FIM = ZEROS
                           OR JUR-DT-FIM >= WS-DATA-HOJE)
                      AND WS-QTD-FAIXAS < 200
                       ADD 1 TO WS-QTD-FAIXAS
                       MOVE JUR-PARCELAS-ATE
                           TO WS-FXJ-PARCELAS-ATE(WS-QTD-FAIXAS)
                       MOVE JUR-DT-INICIO
                           TO WS-FXJ-DT-INICIO(WS-QTD-FAIXAS)
                       MOVE JUR-TAXA-JUROS
                           TO WS-FXJ-TAXA(WS-QTD-FAIXAS)
                   END-IF
                   PERFORM P245-LE-FAIXA-JUROS
               END-PERFORM
               CLOSE JUR-FILE
           END-IF
           .

       P245-LE-FAIXA-JUROS.
           READ JUR-FILE
               AT END SET FIM-TABELA-JUROS TO TRUE
           END-READ
           .

       P300-ABRE-ARQUIVOS.
           MOVE "N" TO WS-ESC-EOF
           OPEN INPUT ESC-FILE
           IF WS-ESC-STATUS NOT = "00"
               SET FIM-ESCORES TO TRUE
           END-IF
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           OPEN INPUT CAD-FILE
           OPEN INPUT CRED-FILE
           IF WS-CRED-STATUS = "35"
               OPEN OUTPUT CRED-FILE
               CLOSE CRED-FILE
               OPEN INPUT CRED-FILE
           END-IF
           OPEN EXTEND OFT-FILE
           IF WS-OFT-STATUS = "35"
               OPEN OUTPUT OFT-FILE
               CLOSE OFT-FILE
               OPEN EXTEND OFT-FILE
           END-IF
           OPEN OUTPUT MSG-FILE
           OPEN EXTEND CRT-FILE
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT CRT-FILE
               CLOSE CRT-FILE
               OPEN EXTEND CRT-FILE
           END-IF
           .

       P310-LE-ESCORE.
           IF NOT FIM-ESCORES
               READ ESC-FILE
                   AT END SET FIM-ESCORES TO TRUE
               END-READ
           END-IF
           .

       P390-FECHA-ARQUIVOS.
           IF WS-ESC-STATUS NOT = "35"
               CLOSE ESC-FILE
           END-IF
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE CRED-FILE
           CLOSE OFT-FILE
           CLOSE MSG-FILE
           CLOSE CRT-FILE
           .

       P400-AVALIA-CLIENTE.
           IF ESC-FAIXA NOT = "A" AND ESC-FAIXA NOT = "B"
               GO TO P400-SAIDA
           END-IF
           ADD 1 TO WS-QTD-AVALIADOS

           MOVE "N" TO WS-DESCARTA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-BLOQ
               IF WS-BLQ-CLIENTE(WS-IDX) = ESC-COD-CLIENTE
                   SET CLIENTE-DESCARTADO TO TRUE
               END-IF
           END-PERFORM
           IF CLIENTE-DESCARTADO
               ADD 1 TO WS-QTD-JA-OFERTADOS
               GO TO P400-SAIDA
           END-IF

           MOVE ESC-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   GO TO P400-SAIDA
           END-READ
           IF CAD-INATIVO
               GO TO P400-SAIDA
           END-IF

           MOVE ESC-COD-CLIENTE TO CRED-CODIGO
           READ CRED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RESTRITOS
                   GO TO P400-SAIDA
           END-READ

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ATRASO
               IF WS-ATR-CLIENTE(WS-IDX) = ESC-COD-CLIENTE
                   SET CLIENTE-DESCARTADO TO TRUE
               END-IF
           END-PERFORM
           IF CLIENTE-DESCARTADO
               ADD 1 TO WS-QTD-EM-ATRASO
               GO TO P400-SAIDA
           END-IF

           PERFORM P410-LEVANTA-CONTRATOS
           IF CLIENTE-DESCARTADO
               GO TO P400-SAIDA
           END-IF

           PERFORM P440-DIMENSIONA-OFERTA THRU P440-SAIDA
           IF WS-VALOR-OFERTA < WS-VALOR-MINIMO
               ADD 1 TO WS-QTD-SEM-MARGEM
               GO TO P400-SAIDA
           END-IF

           PERFORM P460-MONTA-OFERTA
           PERFORM P500-VERIFICA-ENVIO
           IF NOT MENSAGEM-VETADA
               PERFORM P520-GRAVA-MENSAGEM
           END-IF
           IF NOT CARTA-NAO-ENVIADA
               PERFORM P530-GERA-CARTA
           END-IF
           EVALUATE TRUE
               WHEN MENSAGEM-VETADA AND CARTA-NAO-ENVIADA
                   MOVE "N" TO OFT-CANAL
                   ADD 1 TO WS-QTD-SEM-ENVIO
               WHEN MENSAGEM-VETADA
                   MOVE "C" TO OFT-CANAL
               WHEN CARTA-NAO-ENVIADA
                   MOVE "M" TO OFT-CANAL
               WHEN OTHER
                   MOVE "A" TO OFT-CANAL
           END-EVALUATE
           WRITE OFT-REGISTRO
           ADD 1 TO WS-QTD-OFERTAS
           ADD OFT-VALOR TO WS-TOT-OFERTADO
           .
       P400-SAIDA.
           EXIT.

       P410-LEVANTA-CONTRATOS.
      *>   EXPOSICAO = SALDO DEVEDOR DOS CONTRATOS ATIVOS (MESMA
      *>   CONTA DO loanBatch) E COMPROMETIMENTO = PARCELA ABERTA DE
      *>   CADA UM. CONTRATO DE CLIENTE FALECIDO DESCARTA O CLIENTE.
           MOVE ZEROS TO WS-EXPOSICAO
           MOVE ZEROS TO WS-PARCELAS-ATIVAS
           MOVE ESC-COD-CLIENTE TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P420-ACUMULA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           MOVE "00" TO WS-FIN-STATUS
           .

       P420-ACUMULA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = ESC-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = ESC-COD-CLIENTE
                      AND FIN-ATIVO
                       CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
                       IF WS-DT-OBITO NOT = ZEROS
                           SET CLIENTE-DESCARTADO TO TRUE
                       END-IF
                       PERFORM P430-SALDO-CONTRATO
                       ADD WS-SALDO-CONTRATO TO WS-EXPOSICAO
                       IF WS-PAG-ULT-PARCELA-PAGA < FIN-NUM-PARCELAS
                           COMPUTE WS-PARCELA-ABERTA =
                                   WS-PAG-ULT-PARCELA-PAGA + 1
                           ADD FIN-PARCELAS(WS-PARCELA-ABERTA)
                               TO WS-PARCELAS-ATIVAS
                       END-IF
                   END-IF
           END-READ
           .

       P430-SALDO-CONTRATO.
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA
                       TO WS-PAG-ULT-PARCELA-PAGA
                   MOVE PAG-VALOR-PARCIAL-PAGO
                       TO WS-PAG-VALOR-PARCIAL-PAGO
           END-READ

           COMPUTE WS-SALDO-CONTRATO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-CONTRATO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                       COMPUTE WS-FATOR-PRICE =
                               WS-FATOR-PRICE
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CONTRATO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
               PERFORM WS-PAG-ULT-PARCELA-PAGA TIMES
                   COMPUTE WS-JUROS-PARCELA =
                           WS-SALDO-CONTRATO * FIN-TAXA-JUROS
                   COMPUTE WS-SALDO-CONTRATO = WS-SALDO-CONTRATO
                           - (WS-PRESTACAO - WS-JUROS-PARCELA)
               END-PERFORM
           ELSE
               COMPUTE WS-SALDO-CONTRATO = WS-SALDO-CONTRATO
                       - (WS-PAG-ULT-PARCELA-PAGA
                          * (FIN-VALOR - FIN-ENTRADA)
                          / FIN-NUM-PARCELAS)
           END-IF
           SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
               FROM WS-SALDO-CONTRATO
           IF WS-SALDO-CONTRATO < ZEROS
               MOVE ZEROS TO WS-SALDO-CONTRATO
           END-IF
           .

       P440-DIMENSIONA-OFERTA.
      *>   ALVO = FOLGA NO LIMITE AJUSTADO PELA FAIXA (A +20%,
      *>   B +10%, COMO NO loanBatch), OU O TETO DO PRODUTO PARA
      *>   QUEM NAO TEM LIMITE CADASTRADO. PRAZO = O MENOR DA ESCADA
      *>   12/24/36/48 (ATE O MAXIMO DO PRODUTO) EM QUE A PRESTACAO
      *>   DO ALVO CABE NA RENDA LIVRE; SE NENHUM CABE, OFERECE O
      *>   QUE A RENDA LIVRE PAGA NO MAIOR PRAZO. SEM RENDA
      *>   DECLARADA VALE O ALVO NO PRIMEIRO PRAZO, MAS SO COM
      *>   LIMITE CADASTRADO - SEM LIMITE E SEM RENDA NAO HA BASE.
           MOVE ZEROS TO WS-VALOR-OFERTA
           MOVE ZEROS TO WS-PRAZO
           IF CAD-LIMITE-CREDITO = ZEROS
               IF CAD-RENDA-MENSAL = ZEROS
                   GO TO P440-SAIDA
               END-IF
               MOVE WS-PRO-VALOR-MAXIMO TO WS-VALOR-ALVO
           ELSE
               IF ESC-FAIXA = "A"
                   COMPUTE WS-LIMITE-AJUSTADO =
                           CAD-LIMITE-CREDITO * 120 / 100
               ELSE
                   COMPUTE WS-LIMITE-AJUSTADO =
                           CAD-LIMITE-CREDITO * 110 / 100
               END-IF
               IF WS-EXPOSICAO >= WS-LIMITE-AJUSTADO
                   GO TO P440-SAIDA
               END-IF
               COMPUTE WS-VALOR-ALVO =
                       WS-LIMITE-AJUSTADO - WS-EXPOSICAO
               IF WS-VALOR-ALVO > WS-PRO-VALOR-MAXIMO
                   MOVE WS-PRO-VALOR-MAXIMO TO WS-VALOR-ALVO
               END-IF
           END-IF

           IF CAD-RENDA-MENSAL = ZEROS
               MOVE WS-PRAZO-OFERTA(1) TO WS-PRAZO
               IF WS-PRAZO > WS-PRO-MAX-PARCELAS
                   MOVE WS-PRO-MAX-PARCELAS TO WS-PRAZO
               END-IF
               MOVE WS-VALOR-ALVO TO WS-VALOR-OFERTA
               PERFORM P450-BUSCA-TAXA-PRAZO
               GO TO P440-ARREDONDA
           END-IF

           COMPUTE WS-LIMITE-RENDA =
                   CAD-RENDA-MENSAL * WS-SYS-PCT-RENDA / 100
           COMPUTE WS-CAPACIDADE =
                   WS-LIMITE-RENDA - WS-PARCELAS-ATIVAS
           IF WS-CAPACIDADE NOT > ZEROS
               GO TO P440-SAIDA
           END-IF

           MOVE "N" TO WS-ACHOU-PRAZO
           PERFORM VARYING WS-PRZ-IDX FROM 1 BY 1
                   UNTIL WS-PRZ-IDX > 4 OR PRAZO-ACHADO
               IF WS-PRAZO-OFERTA(WS-PRZ-IDX) <= WS-PRO-MAX-PARCELAS
                  OR WS-PRZ-IDX = 1
                   MOVE WS-PRAZO-OFERTA(WS-PRZ-IDX) TO WS-PRAZO
                   IF WS-PRAZO > WS-PRO-MAX-PARCELAS
                       MOVE WS-PRO-MAX-PARCELAS TO WS-PRAZO
                   END-IF
                   PERFORM P450-BUSCA-TAXA-PRAZO
                   PERFORM P455-VALOR-PELA-RENDA
                   IF WS-VALOR-PRAZO >= WS-VALOR-ALVO
                       MOVE WS-VALOR-ALVO TO WS-VALOR-OFERTA
                       SET PRAZO-ACHADO TO TRUE
                   ELSE
                       MOVE WS-VALOR-PRAZO TO WS-VALOR-OFERTA
                   END-IF
               END-IF
           END-PERFORM
           .
       P440-ARREDONDA.
           COMPUTE WS-CENTENAS = WS-VALOR-OFERTA / 100
           COMPUTE WS-VALOR-OFERTA = WS-CENTENAS * 100
           .
       P440-SAIDA.
           EXIT.

       P450-BUSCA-TAXA-PRAZO.
      *>   MESMA ESCOLHA DO BALCAO: A FAIXA DE MENOR PARCELAS-ATE QUE
      *>   COBRE O PRAZO, NO EMPATE A DE INICIO MAIS RECENTE; SEM
      *>   FAIXA, A TAXA PADRAO DA CASA.
           MOVE 0,0200 TO WS-TAXA-PRAZO
           MOVE 999    TO WS-MELHOR-ATE
           MOVE ZEROS  TO WS-MELHOR-INICIO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FAIXAS
               IF WS-FXJ-PARCELAS-ATE(WS-IDX) >= WS-PRAZO
                  AND (WS-FXJ-PARCELAS-ATE(WS-IDX) < WS-MELHOR-ATE
                       OR (WS-FXJ-PARCELAS-ATE(WS-IDX) = WS-MELHOR-ATE
                           AND WS-FXJ-DT-INICIO(WS-IDX)
                               >= WS-MELHOR-INICIO))
                   MOVE WS-FXJ-PARCELAS-ATE(WS-IDX) TO WS-MELHOR-ATE
                   MOVE WS-FXJ-DT-INICIO(WS-IDX)    TO WS-MELHOR-INICIO
                   MOVE WS-FXJ-TAXA(WS-IDX)         TO WS-TAXA-PRAZO
               END-IF
           END-PERFORM
           .

       P455-VALOR-PELA-RENDA.
      *>   VALOR PRESENTE DA RENDA LIVRE NO PRAZO:
      *>   VP = PMT * ((1+I)**N - 1) / (I * (1+I)**N).
           IF WS-TAXA-PRAZO = ZEROS
               COMPUTE WS-VALOR-PRAZO = WS-CAPACIDADE * WS-PRAZO
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM WS-PRAZO TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * WS-TAXA-PRAZO
               END-PERFORM
               COMPUTE WS-VALOR-PRAZO =
                       WS-CAPACIDADE * (WS-FATOR-PRICE - 1)
                       / (WS-TAXA-PRAZO * WS-FATOR-PRICE)
           END-IF
           .

       P460-MONTA-OFERTA.
           MOVE WS-DH-AAMM      TO WS-CO-AAMM
           MOVE ESC-COD-CLIENTE TO WS-CO-CLIENTE
           PERFORM P470-CALCULA-DV

           MOVE WS-CODIGO-OFERTA-N TO OFT-CODIGO
           MOVE ESC-COD-CLIENTE    TO OFT-COD-CLIENTE
           MOVE CAD-NOME           TO OFT-CLIENTE
           MOVE ESC-FAIXA          TO OFT-FAIXA
           MOVE WS-DATA-HOJE       TO OFT-DT-EMISSAO
           COMPUTE WS-DATA-INTEIRA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-VALIDADE
           COMPUTE OFT-DT-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRA)
           MOVE WS-COD-PRODUTO     TO OFT-COD-PRODUTO
           MOVE WS-VALOR-OFERTA    TO OFT-VALOR
           MOVE WS-PRAZO           TO OFT-NUM-PARCELAS
           MOVE WS-TAXA-PRAZO      TO OFT-TAXA-JUROS
           PERFORM P480-CALCULA-PRESTACAO
           MOVE WS-PRESTACAO       TO OFT-VALOR-PARCELA
           MOVE "E"                TO OFT-SITUACAO
           MOVE ZEROS              TO OFT-SIMULACAO
           MOVE ZEROS              TO OFT-DT-ACEITE
           .

       P470-CALCULA-DV.
      *>   MOD-10 COMO NA LINHA DIGITAVEL DO boleto.cbl, SOBRE OS
      *>   NOVE DIGITOS DO CODIGO.
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM VARYING WS-DV-IDX FROM 9 BY -1
                   UNTIL WS-DV-IDX < 1
               COMPUTE WS-DV-PRODUTO =
                       WS-CO-DIG(WS-DV-IDX) * WS-DV-PESO
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
               MOVE ZEROS TO WS-CO-DV
           ELSE
               COMPUTE WS-CO-DV = 10 - WS-DV-RESTO
           END-IF
           .

       P480-CALCULA-PRESTACAO.
           IF WS-TAXA-PRAZO = ZEROS
               COMPUTE WS-PRESTACAO ROUNDED =
                       WS-VALOR-OFERTA / WS-PRAZO
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM WS-PRAZO TIMES
                   COMPUTE WS-FATOR-PRICE =
                           WS-FATOR-PRICE
                           + WS-FATOR-PRICE * WS-TAXA-PRAZO
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       WS-VALOR-OFERTA * WS-TAXA-PRAZO
                       * WS-FATOR-PRICE
               COMPUTE WS-PRESTACAO ROUNDED =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           .

       P500-VERIFICA-ENVIO.
      *>   MENSAGEM: PRECISA DE TELEFONE E DO CONSENTIMENTO DO
      *>   CANAL. CARTA: ENDERECO NAO DEVOLVIDO E CONSENTIMENTO. A
      *>   RECUSA DE UM CANAL FICA REGISTRADA NO COMAUDIT.LOG.
           MOVE "N" TO WS-SEM-MENSAGEM
           MOVE "N" TO WS-SEM-CARTA
           IF CAD-TEL = SPACES
               SET MENSAGEM-VETADA TO TRUE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-OPT-MENSAGEM
                   IF WS-OPM-CODIGO(WS-IDX) = ESC-COD-CLIENTE
                       SET MENSAGEM-VETADA TO TRUE
                   END-IF
               END-PERFORM
               IF MENSAGEM-VETADA
                   MOVE "MENSAGEM" TO WS-LINHA-EDIT
                   PERFORM P510-AUDITA-SUPRESSAO
               END-IF
           END-IF
           IF CAD-ENDERECO-DEVOLVIDO
               SET CARTA-NAO-ENVIADA TO TRUE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-OPT-CARTA
                   IF WS-OPC-CODIGO(WS-IDX) = ESC-COD-CLIENTE
                       SET CARTA-NAO-ENVIADA TO TRUE
                   END-IF
               END-PERFORM
               IF CARTA-NAO-ENVIADA
                   MOVE "CARTA" TO WS-LINHA-EDIT
                   PERFORM P510-AUDITA-SUPRESSAO
               END-IF
           END-IF
           .

       P510-AUDITA-SUPRESSAO.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUD-FILE
               CLOSE AUD-FILE
               OPEN EXTEND AUD-FILE
           END-IF
           MOVE SPACES TO WS-LINHA-AUDIT
           STRING WS-DATA-HOJE ";OFERTA;" ESC-COD-CLIENTE
                  ";OFERTA " OFT-CODIGO ";"
                  DELIMITED BY SIZE
                  WS-LINHA-EDIT DELIMITED BY SPACE
                  " SUPRIMIDA POR OPT-OUT" DELIMITED BY SIZE
                  INTO WS-LINHA-AUDIT
           MOVE WS-LINHA-AUDIT TO AUD-LINHA
           WRITE AUD-LINHA
           CLOSE AUD-FILE
           ADD 1 TO WS-QTD-SUPRIMIDOS
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P520-GRAVA-MENSAGEM.
      *>   LAYOUT DO BUREAU DE MENSAGENS: NOME;TELEFONE;CODIGO DA
      *>   OFERTA;VALOR;PARCELAS;PRESTACAO;TAXA;VALIDADE.
           MOVE OFT-VALOR         TO WS-VALOR-EDIT
           MOVE OFT-VALOR-PARCELA TO WS-PARCELA-EDIT
           MOVE OFT-TAXA-JUROS    TO WS-TAXA-EDIT
           MOVE SPACES TO WS-LINHA-MONTADA
           STRING CAD-NOME            DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  CAD-TEL             DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  OFT-CODIGO          DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-VALOR-EDIT       DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  OFT-NUM-PARCELAS    DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-PARCELA-EDIT     DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WS-TAXA-EDIT        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  OFT-DT-VALIDADE     DELIMITED BY SIZE
               INTO WS-LINHA-MONTADA
           END-STRING
           MOVE WS-LINHA-MONTADA TO MSG-LINHA
           WRITE MSG-LINHA
           ADD 1         TO WS-QTD-MENSAGENS
           ADD OFT-VALOR TO WS-TOT-MENSAGENS
           .

       P530-GERA-CARTA.
           MOVE ALL "=" TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CREDITO PRE-APROVADO - OFERTA " OFT-CODIGO
                  "  DATA: " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-LOGRADOURO ", " CAD-NUMERO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-CIDADE " - " CAD-UF "  CEP " CAD-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE "POR SEU BOM HISTORICO DE PAGAMENTOS, VOCE TEM"
               TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE OFT-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CREDITO PRE-APROVADO DE " WS-VALOR-EDIT
                  " - " WS-PRO-DESCRICAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE OFT-VALOR-PARCELA TO WS-PARCELA-EDIT
           MOVE OFT-TAXA-JUROS    TO WS-TAXA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "EM " OFT-NUM-PARCELAS " PARCELAS DE "
                  WS-PARCELA-EDIT "  TAXA " WS-TAXA-EDIT " AO MES"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PARA ACEITAR, INFORME O CODIGO " OFT-CODIGO
                  " ATE " OFT-DT-VALIDADE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE "SUJEITO A CONFIRMACAO CADASTRAL NA CONTRATACAO."
               TO CRT-LINHA
           WRITE CRT-LINHA
           MOVE ALL "=" TO CRT-LINHA
           WRITE CRT-LINHA
           ADD 1 TO WS-QTD-CARTAS
           .

       P700-GRAVA-CONTROLE.
           MOVE WS-QTD-MENSAGENS TO WS-QTD-EDIT
           MOVE WS-TOT-MENSAGENS TO WS-TOT-EDIT
           MOVE SPACES TO WS-LINHA-MONTADA
           STRING "TOTAL;"     DELIMITED BY SIZE
                  WS-QTD-EDIT  DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  WS-TOT-EDIT  DELIMITED BY SIZE
               INTO WS-LINHA-MONTADA
           END-STRING
           MOVE WS-LINHA-MONTADA TO MSG-LINHA
           WRITE MSG-LINHA
           .

       END PROGRAM ofertaLote.
