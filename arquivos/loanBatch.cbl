      * Purpose: Batch loan intake - reads pending applications from a
      *          transaction file and books one financing contract
      *          (with SAC amortization schedule) per line, instead of
      *          keying each one in interactively. A client linked
      *          to an economic group (GRUPO.DAT/GRUPOCLI.DAT, asked
      *          through grupoUtil) is also checked against the group
      *          limit, summing the live balance of every client in the
      *          group. The contract belongs to the company of the
      *          group that grants its product and takes its number
      *          from that company's range (empUtil); the company's
      *          own rows of SYSPARM.DAT, when present, override the
      *          group's income, alcada and prestamista parameters.
      *          Sistema B (parcela balao / VFG) books fixed parcelas
      *          that amortize only down to the residual keyed on the
      *          application (capped by SYSPARM BALAO-PCT-MAX); the
      *          last parcela carries the residual.
      *          A client whose registration-refresh request
      *          (recadastramento, RECADCTL.DAT) is past its deadline
      *          with the data still not refreshed gets no new
      *          contract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT BAT-FILE ASSIGN TO "BATCHSUM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BAT-STATUS.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT JUR-FILE ASSIGN TO "TAXAJUR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

               SELECT GRM-FILE ASSIGN TO "GRUPOCLI.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRM-STATUS.

               SELECT ALC-FILE ASSIGN TO "ALCADA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALC-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOJ-STATUS.

               SELECT CNV-FILE ASSIGN TO "CONVENIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CNV-STATUS.

               SELECT CMP-FILE ASSIGN TO "CAMPANHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMP-STATUS.

               SELECT CMC-FILE ASSIGN TO "CAMPCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMC-STATUS.

               SELECT RCD-FILE ASSIGN TO "RECADCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
       FD  FIN-FILE.
           COPY FINFD.

       FD  CRED-FILE.
           COPY CREDFD.

       FD  ESC-FILE.
           COPY ESCFD.

       FD  GRM-FILE.
           COPY GRMFD.

       FD  ALC-FILE.
           COPY ALCFD.

       FD  LOJ-FILE.
           COPY LOJFD.

       FD  CNV-FILE.
           COPY CNVFD.

       FD  CMP-FILE.
           COPY CMPFD.

       FD  CMC-FILE.
           COPY CMCFD.

       FD  RCD-FILE.
           COPY RCDFD.

       WORKING-STORAGE SECTION.
           COPY FINREC.
           COPY SYSPARM.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-PARCELA-BALAO    PIC 9(07)V99.
           03  WS-RESIDUAL-OK      PIC X.
               88  RESIDUAL-VALIDO    VALUE "S".

       01  WS-CONTROLE.
           03  WS-TXN-STATUS       PIC XX.
               88  INTEGRIDADE-FALHOU VALUE "N".

           03  WS-CRED-STATUS      PIC XX.
           03  WS-JUR-STATUS       PIC XX.
           03  WS-EXC-STATUS       PIC XX.
           03  WS-JUR-EOF          PIC X VALUE "N".
           03  WS-TAXA-ACHADA      PIC X VALUE "N".
               88  TAXA-NA-TABELA     VALUE "S".
           03  WS-EXC-TAXA-EDIT    PIC 9,9999.
           03  WS-EXC-RESID-EDIT   PIC Z9,99.
           03  WS-AVA-STATUS       PIC XX.
           03  WS-PRO-STATUS       PIC XX.
           03  WS-PRO-EOF          PIC X VALUE "N".
           03  WS-SUS-STATUS       PIC XX.
           03  WS-REC-STATUS       PIC XX.
           03  WS-MOTIVO-RECICLO   PIC X(30).
           03  WS-TRI-CPF-CNPJ     PIC 9(14).
           03  WS-TRI-NOME         PIC X(20).
           03  WS-TRI-ORIGEM       PIC X(01) VALUE "L".
           03  WS-TRI-OPERADOR     PIC X(08) VALUE "LOTE".
           03  WS-TRI-RESULTADO    PIC X(01).
           03  WS-TRI-MOTIVO       PIC X(30).

           03  WS-MOTIVO-SUSPENSE  PIC X(30).
           03  WS-DUPLICATA        PIC X VALUE "N".
           03  WS-LIMITE-OK        PIC X.
               88  LIMITE-RESPEITADO  VALUE "S".
               88  LIMITE-ESTOURADO   VALUE "N".
           03  WS-GRUPO-CLI        PIC 9(04).
           03  WS-NOME-GRUPO       PIC X(20).
           03  WS-LIMITE-GRUPO     PIC 9(10)V99.
           03  WS-EXPOSICAO-GRUPO  PIC 9(12)V99.
           03  WS-GRUPO-OK         PIC X.
               88  GRUPO-RESPEITADO   VALUE "S".
               88  GRUPO-ESTOURADO    VALUE "N".
           03  WS-RENDA-CLI        PIC 9(08)V99.
           03  WS-PARCELA-NOVA     PIC 9(06)V99.
           03  WS-PARCELAS-ATIVAS  PIC 9(08)V99.
           03  WS-RENDA-OK         PIC X.
               88  RENDA-RESPEITADA   VALUE "S".
               88  RENDA-ESTOURADA    VALUE "N".
           03  WS-EMPREGADOR-CLI   PIC X(20).
           03  WS-PRODUTO-CONSIG   PIC X VALUE "N".
               88  PRODUTO-E-CONSIGNADO VALUE "S".
           03  WS-CNV-STATUS       PIC XX.
           03  WS-CNV-EOF          PIC X.
               88  FIM-CONVENIOS      VALUE "S".
           03  WS-CNV-IDX          PIC 9(03).
           03  WS-MARGEM-PCT       PIC 9(03).
           03  WS-PARCELAS-CONSIG  PIC 9(08)V99.
           03  WS-LIMITE-CONSIG    PIC 9(08)V99.
           03  WS-CONSIG-OK        PIC X.
               88  CONSIG-RESPEITADO  VALUE "S".
           03  WS-MOTIVO-CONSIG    PIC X(30).
           03  WS-CMP-STATUS       PIC XX.
           03  WS-CMC-STATUS       PIC XX.
           03  WS-CMP-EOF          PIC X.
               88  FIM-CAMPANHAS      VALUE "S".
           03  WS-CMP-IDX          PIC 9(03).
           03  WS-CMP-APLICADA     PIC 9(03).
           03  WS-CAMPANHA-OK      PIC X.
               88  CAMPANHA-APLICAVEL VALUE "S".
           03  WS-TAXA-CAMPANHA    PIC 9V9999.
           03  WS-MELHOR-CMP-INICIO PIC 9(8).
           03  WS-JUROS-TOTAL      PIC 9(08)V99.
           03  WS-JUROS-TABELA     PIC 9(08)V99.
           03  WS-ESC-STATUS       PIC XX.
           03  WS-ESC-EOF          PIC X.
               88  FIM-ESCORES        VALUE "S".
           03  WS-GRM-STATUS       PIC XX.
           03  WS-GRM-EOF          PIC X.
               88  FIM-MEMBROS        VALUE "S".
           03  WS-FAIXA-CLI        PIC X(01).
           03  WS-LIMITE-AJUSTADO  PIC 9(10)V99.
           03  WS-ALC-STATUS       PIC XX.
           03  WS-LOJ-IDX          PIC 9(03).
           03  WS-LOJISTA-OK       PIC X.
               88  LOJISTA-VALIDO     VALUE "S".
           03  WS-LOJISTA-FPD      PIC X.
               88  LOJISTA-EM-REVISAO VALUE "S".
           03  WS-NOME-AVALISTA    PIC X(15).
           03  WS-AVALISTA-OK      PIC X.
               88  AVALISTA-LIBERADO  VALUE "S".
               05  WS-PRO-PCT-MIN  PIC 9(03).
               05  WS-PRO-VAL-MAX  PIC 9(08)V99.
               05  WS-PRO-MAX-PARC PIC 999.
               05  WS-PRO-CONSIG   PIC X(01).
               05  WS-PRO-EMPRESA  PIC 9(02).
       01  WS-PRO-IDX           PIC 999.

      *>   PARAMETROS DO GRUPO (PRIMEIRA LINHA DO SYSPARM.DAT) E AS
      *>   LINHAS DE CADA EMPRESA; CAMPO ZERADO NA LINHA DA EMPRESA
      *>   SEGUE O VALOR DO GRUPO.
       01  WS-PAR-GRUPO.
           03  WS-GRP-PCT-RENDA     PIC 9(03).
           03  WS-GRP-ALCADA-N2     PIC 9(08).
           03  WS-GRP-ALCADA-N3     PIC 9(08).
           03  WS-GRP-PCT-PRESTAMISTA PIC 9(03).
       01  WS-QTD-PAR-EMP       PIC 9(03) VALUE ZEROS.
       01  WS-PAR-IDX           PIC 9(03).
       01  WS-TABELA-PAR-EMPRESA.
           03  WS-PAR-EMP-ITEM OCCURS 0 TO 99 TIMES
                           DEPENDING ON WS-QTD-PAR-EMP.
               05  WS-PAR-EMPRESA      PIC 9(02).
               05  WS-PAR-PCT-RENDA    PIC 9(03).
               05  WS-PAR-ALCADA-N2    PIC 9(08).
               05  WS-PAR-ALCADA-N3    PIC 9(08).
               05  WS-PAR-PCT-PRESTAMISTA PIC 9(03).

           COPY EMPLK.

       01  WS-QTD-FAIXAS-JUROS  PIC 999 VALUE ZEROS.
       01  WS-TABELA-JUROS-CARGA.
           03  WS-JUR-ITEM OCCURS 0 TO 100 TIMES
                           DEPENDING ON WS-QTD-LOJISTAS.
               05  WS-LOJ-CODIGO   PIC 9(04).
               05  WS-LOJ-SITUACAO PIC X(01).
               05  WS-LOJ-FPD      PIC X(01).

      *>   PEDIDOS DE RECADASTRAMENTO EM ABERTO (RECADCTL.DAT).
       01  WS-RCD-STATUS        PIC XX.
       01  WS-RCD-EOF           PIC X VALUE "N".
           88  FIM-PEDIDOS-RECAD   VALUE "S".
       01  WS-RCD-DATA-HOJE     PIC 9(8).
       01  WS-RCD-DT-CADASTRO   PIC 9(8).
       01  WS-RCD-VENCIDO       PIC X VALUE "N".
           88  RECADASTRO-VENCIDO  VALUE "S".
       01  WS-RCD-IDX           PIC 9(05).
       01  WS-QTD-RECADASTRO    PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-RECADASTRO.
           03  WS-RCD-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-RECADASTRO.
               05  WS-RCD-CODIGO   PIC 9(05).
               05  WS-RCD-LIMITE   PIC 9(8).
               05  WS-RCD-BASE     PIC 9(8).

       01  WS-QTD-CONVENIOS     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONVENIOS.
           03  WS-CNV-ITEM OCCURS 0 TO 200 TIMES
                           DEPENDING ON WS-QTD-CONVENIOS.
               05  WS-CNV-CODIGO   PIC 9(04).
               05  WS-CNV-NOME     PIC X(20).
               05  WS-CNV-MARGEM   PIC 9(03).

      *>   CAMPANHAS DE TAXA PROMOCIONAL ATIVAS (CAMPANHA.DAT).
       01  WS-QTD-CAMPANHAS     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CAMPANHAS.
           03  WS-CMP-ITEM OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-QTD-CAMPANHAS.
               05  WS-CMP-CODIGO   PIC 9(04).
               05  WS-CMP-PRODUTO  PIC 9(04).
               05  WS-CMP-LOJISTA  PIC 9(04).
               05  WS-CMP-INICIO   PIC 9(8).
               05  WS-CMP-FIM      PIC 9(8).
               05  WS-CMP-MAX-PARC PIC 9(03).
               05  WS-CMP-TAXA     PIC 9V9999.
               05  WS-CMP-PCT-SUB  PIC 9(03).

       01  WS-QTD-ALCADAS       PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-ALCADAS.
               05  WS-ALC-APROV2       PIC X(08).
               05  WS-ALC-DT-DECISAO   PIC 9(8).
               05  WS-ALC-SITUACAO     PIC X(01).
               05  WS-ALC-IMAGEM       PIC X(94).

      *>   ENCARGOS DE CONTRATACAO: IOF DE 0,38% SOBRE O VALOR
      *>   FINANCIADO E TARIFA DE ABERTURA FIXA, CALCULADOS NA
           PERFORM P108-CARREGA-CATALOGO
           PERFORM P111-CARREGA-ALCADAS
           PERFORM P113-CARREGA-LOJISTAS
           PERFORM P115-CARREGA-CONVENIOS
           PERFORM P117-CARREGA-CAMPANHAS
           PERFORM P119-CARREGA-RECADASTRO
           OPEN EXTEND CMC-FILE
           IF WS-CMC-STATUS = "35"
               OPEN OUTPUT CMC-FILE
               CLOSE CMC-FILE
               OPEN EXTEND CMC-FILE
           END-IF
           PERFORM P110-LE-CHECKPOINT
           PERFORM P120-PULA-PROCESSADOS
           PERFORM P210-LE-TRANSACAO
                           MOVE SYS-PARM-PCT-PRESTAMISTA
                               TO WS-SYS-PCT-PRESTAMISTA
                       END-IF
                       IF SYS-PARM-BALAO-PCT-MAX IS NUMERIC
                          AND SYS-PARM-BALAO-PCT-MAX > ZEROS
                           MOVE SYS-PARM-BALAO-PCT-MAX
                               TO WS-SYS-BALAO-PCT-MAX
                       END-IF
               END-READ
               PERFORM P104-LE-PARAMETROS-EMPRESA
                   UNTIL WS-SYSPARM-STATUS NOT = "00"
                      OR WS-QTD-PAR-EMP = 99
               CLOSE SYSPARM-FILE
           END-IF
           MOVE WS-SYS-PCT-RENDA       TO WS-GRP-PCT-RENDA
           MOVE WS-SYS-ALCADA-N2       TO WS-GRP-ALCADA-N2
           MOVE WS-SYS-ALCADA-N3       TO WS-GRP-ALCADA-N3
           MOVE WS-SYS-PCT-PRESTAMISTA TO WS-GRP-PCT-PRESTAMISTA
           .

       P104-LE-PARAMETROS-EMPRESA.
           READ SYSPARM-FILE
               NOT AT END
                   IF SYS-PARM-EMPRESA IS NUMERIC
                      AND SYS-PARM-EMPRESA > ZEROS
                       ADD 1 TO WS-QTD-PAR-EMP
                       MOVE SYS-PARM-EMPRESA
                           TO WS-PAR-EMPRESA(WS-QTD-PAR-EMP)
                       MOVE ZEROS TO WS-PAR-PCT-RENDA(WS-QTD-PAR-EMP)
                       MOVE ZEROS TO WS-PAR-ALCADA-N2(WS-QTD-PAR-EMP)
                       MOVE ZEROS TO WS-PAR-ALCADA-N3(WS-QTD-PAR-EMP)
                       MOVE ZEROS
                           TO WS-PAR-PCT-PRESTAMISTA(WS-QTD-PAR-EMP)
                       IF SYS-PARM-PCT-RENDA IS NUMERIC
                           MOVE SYS-PARM-PCT-RENDA
                               TO WS-PAR-PCT-RENDA(WS-QTD-PAR-EMP)
                       END-IF
                       IF SYS-PARM-ALCADA-N2 IS NUMERIC
                           MOVE SYS-PARM-ALCADA-N2
                               TO WS-PAR-ALCADA-N2(WS-QTD-PAR-EMP)
                       END-IF
                       IF SYS-PARM-ALCADA-N3 IS NUMERIC
                           MOVE SYS-PARM-ALCADA-N3
                               TO WS-PAR-ALCADA-N3(WS-QTD-PAR-EMP)
                       END-IF
                       IF SYS-PARM-PCT-PRESTAMISTA IS NUMERIC
                           MOVE SYS-PARM-PCT-PRESTAMISTA
                               TO WS-PAR-PCT-PRESTAMISTA
                                  (WS-QTD-PAR-EMP)
                       END-IF
                   END-IF
           END-READ
           .

       P106-CARREGA-TAXAS.
                       TO WS-PRO-VAL-MAX(WS-QTD-PRODUTOS)
                   MOVE PRO-MAX-PARCELAS
                       TO WS-PRO-MAX-PARC(WS-QTD-PRODUTOS)
                   MOVE PRO-CONSIGNADO
                       TO WS-PRO-CONSIG(WS-QTD-PRODUTOS)
                   IF PRO-EMPRESA IS NUMERIC AND PRO-EMPRESA > ZEROS
                       MOVE PRO-EMPRESA
                           TO WS-PRO-EMPRESA(WS-QTD-PRODUTOS)
                   ELSE
                       MOVE 1 TO WS-PRO-EMPRESA(WS-QTD-PRODUTOS)
                   END-IF
                   PERFORM P109-LE-PRODUTO
               END-PERFORM
               CLOSE PRO-FILE
           ELSE
               MOVE TXN-SISTEMA-AMORT TO WS-SISTEMA-AMORT
           END-IF
           PERFORM P241-VALIDA-RESIDUAL

           PERFORM P230-VALIDA-TAXA
           PERFORM P227-VERIFICA-CAMPANHA THRU P227-SAIDA
           PERFORM P235-VALIDA-PRODUTO
           IF (AMORT-SAC OR AMORT-PRICE OR AMORT-BALAO)
              AND RESIDUAL-VALIDO
              AND TAXA-NA-TABELA
              AND (TXN-TAXA-JUROS = WS-TAXA-TABELA
                   OR (CAMPANHA-APLICAVEL
                       AND TXN-TAXA-JUROS = WS-TAXA-CAMPANHA))
              AND PRODUTO-VALIDO
      *>       APLICACAO QUE SE ENQUADRA EM CAMPANHA CONTRATA NA TAXA
      *>       PROMOCIONAL, TENHA A LOJA DIGITADO A DE TABELA OU A
      *>       DA CAMPANHA.
               IF CAMPANHA-APLICAVEL
                   MOVE WS-TAXA-CAMPANHA TO WS-TAXA-JUROS
               END-IF
               MOVE WS-CODIGO TO CAD-CODIGO
               READ CAD-FILE
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE CAD-LIMITE-CREDITO TO WS-LIMITE-CLI
                       MOVE CAD-RENDA-MENSAL   TO WS-RENDA-CLI
                       MOVE CAD-EMPREGADOR     TO WS-EMPREGADOR-CLI
                       MOVE CAD-CPF-CNPJ       TO WS-TRI-CPF-CNPJ
                       MOVE CAD-NOME           TO WS-TRI-NOME
                       IF CAD-DT-ATUALIZACAO IS NUMERIC
                           MOVE CAD-DT-ATUALIZACAO
                               TO WS-RCD-DT-CADASTRO
                       ELSE
                           MOVE ZEROS TO WS-RCD-DT-CADASTRO
                       END-IF
                       IF CAD-FILIAL IS NUMERIC
                          AND CAD-FILIAL > ZEROS
                           MOVE CAD-FILIAL TO WS-COD-FILIAL
               END-READ
           ELSE
               EVALUATE TRUE
                   WHEN NOT (AMORT-SAC OR AMORT-PRICE OR AMORT-BALAO)
                       DISPLAY "TRANSACAO REJEITADA - SISTEMA DE "
                               "AMORTIZACAO INVALIDO. CLIENTE: "
                               WS-CLIENTE
                       MOVE "SISTEMA DE AMORTIZACAO INVALIDO"
                           TO WS-MOTIVO-RECICLO
                       PERFORM P307-GRAVA-RECICLO
                   WHEN NOT RESIDUAL-VALIDO
                       DISPLAY "TRANSACAO REJEITADA - RESIDUAL DA "
                               "PARCELA BALAO FORA DO TETO. CLIENTE: "
                               WS-CLIENTE " RESIDUAL: "
                               TXN-PCT-RESIDUAL
                       PERFORM P244-GRAVA-EXCECAO-RESIDUAL
                       MOVE "RESIDUAL BALAO FORA DO TETO"
                           TO WS-MOTIVO-RECICLO
                       PERFORM P307-GRAVA-RECICLO
                   WHEN NOT PRODUTO-VALIDO
                       DISPLAY "TRANSACAO REJEITADA - "
                               WS-MOTIVO-PRODUTO
           END-PERFORM
           .

       P227-VERIFICA-CAMPANHA.
      *>   CAMPANHA VIGENTE NA DATA DO CONTRATO, DO PRODUTO E DA
      *>   LOJA DA APLICACAO (ZERO NA CAMPANHA = QUALQUER), DENTRO
      *>   DO PRAZO MAXIMO E COM TAXA ABAIXO DA DE TABELA. HAVENDO
      *>   MAIS DE UMA, VENCE A DE MENOR TAXA; NO EMPATE, A DE
      *>   INICIO MAIS RECENTE.
           MOVE "N"   TO WS-CAMPANHA-OK
           MOVE ZEROS TO WS-CMP-APLICADA
           MOVE ZEROS TO WS-TAXA-CAMPANHA
           MOVE ZEROS TO WS-MELHOR-CMP-INICIO
           IF NOT TAXA-NA-TABELA
               GO TO P227-SAIDA
           END-IF
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-QTD-CAMPANHAS
               IF WS-CMP-INICIO(WS-CMP-IDX) <= TXN-DATA-CONTRATO
                  AND WS-CMP-FIM(WS-CMP-IDX) >= TXN-DATA-CONTRATO
                  AND (WS-CMP-PRODUTO(WS-CMP-IDX) = ZEROS
                       OR WS-CMP-PRODUTO(WS-CMP-IDX)
                          = TXN-COD-PRODUTO)
                  AND (WS-CMP-LOJISTA(WS-CMP-IDX) = ZEROS
                       OR WS-CMP-LOJISTA(WS-CMP-IDX)
                          = TXN-COD-LOJISTA)
                  AND (WS-CMP-MAX-PARC(WS-CMP-IDX) = ZEROS
                       OR WS-CMP-MAX-PARC(WS-CMP-IDX)
                          >= TXN-NUM-PARCELAS)
                  AND WS-CMP-TAXA(WS-CMP-IDX) < WS-TAXA-TABELA
                   IF NOT CAMPANHA-APLICAVEL
                      OR WS-CMP-TAXA(WS-CMP-IDX) < WS-TAXA-CAMPANHA
                      OR (WS-CMP-TAXA(WS-CMP-IDX) = WS-TAXA-CAMPANHA
                          AND WS-CMP-INICIO(WS-CMP-IDX)
                              >= WS-MELHOR-CMP-INICIO)
                       MOVE WS-CMP-IDX TO WS-CMP-APLICADA
                       MOVE WS-CMP-TAXA(WS-CMP-IDX)
                           TO WS-TAXA-CAMPANHA
                       MOVE WS-CMP-INICIO(WS-CMP-IDX)
                           TO WS-MELHOR-CMP-INICIO
                       SET CAMPANHA-APLICAVEL TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       P227-SAIDA.
           EXIT.

       P240-GRAVA-EXCECAO-TAXA.
           MOVE "LOANBAT"        TO EXC-PROGRAMA
           MOVE "TXN-TAXA-JUROS" TO EXC-CAMPO
           END-EVALUATE

           MOVE ZEROS TO WS-EXPOSICAO
           MOVE WS-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
           .

       P229-ACUMULA-EXPOSICAO.
      *>   LEITURA PELA CHAVE DO CLIENTE ("02" = HA OUTRO CONTRATO DELE
      *>   ADIANTE); ACABARAM OS CONTRATOS QUANDO O CODIGO MUDA.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO
                      AND FIN-ATIVO
                       PERFORM P229B-SALDO-CONTRATO
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
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CONTRATO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
                       TO WS-LOJ-CODIGO(WS-QTD-LOJISTAS)
                   MOVE LOJ-SITUACAO
                       TO WS-LOJ-SITUACAO(WS-QTD-LOJISTAS)
                   MOVE LOJ-REVISAO-FPD
                       TO WS-LOJ-FPD(WS-QTD-LOJISTAS)
                   PERFORM P114-LE-LOJISTA
               END-PERFORM
               CLOSE LOJ-FILE
           END-READ
           .

       P115-CARREGA-CONVENIOS.
      *>   SO CONVENENTE ATIVO ACEITA CONSIGNADO NOVO.
           MOVE "N" TO WS-CNV-EOF
           OPEN INPUT CNV-FILE
           IF WS-CNV-STATUS = "00"
               PERFORM P116-LE-CONVENIO
               PERFORM UNTIL FIM-CONVENIOS
                       OR WS-QTD-CONVENIOS = 200
                   IF CNV-ATIVO
                       ADD 1 TO WS-QTD-CONVENIOS
                       MOVE CNV-CODIGO
                           TO WS-CNV-CODIGO(WS-QTD-CONVENIOS)
                       MOVE CNV-NOME
                           TO WS-CNV-NOME(WS-QTD-CONVENIOS)
                       MOVE CNV-PCT-MARGEM
                           TO WS-CNV-MARGEM(WS-QTD-CONVENIOS)
                   END-IF
                   PERFORM P116-LE-CONVENIO
               END-PERFORM
               CLOSE CNV-FILE
           END-IF
           .

       P116-LE-CONVENIO.
           READ CNV-FILE
               AT END SET FIM-CONVENIOS TO TRUE
           END-READ
           .

       P117-CARREGA-CAMPANHAS.
      *>   CAMPANHA INATIVA FICA FORA - NAO PRECIFICA MAIS NADA.
           MOVE "N" TO WS-CMP-EOF
           OPEN INPUT CMP-FILE
           IF WS-CMP-STATUS = "00"
               PERFORM P118-LE-CAMPANHA
               PERFORM UNTIL FIM-CAMPANHAS
                       OR WS-QTD-CAMPANHAS = 500
                   IF CMP-ATIVA
                       ADD 1 TO WS-QTD-CAMPANHAS
                       MOVE CMP-CODIGO
                           TO WS-CMP-CODIGO(WS-QTD-CAMPANHAS)
                       MOVE CMP-COD-PRODUTO
                           TO WS-CMP-PRODUTO(WS-QTD-CAMPANHAS)
                       MOVE CMP-COD-LOJISTA
                           TO WS-CMP-LOJISTA(WS-QTD-CAMPANHAS)
                       MOVE CMP-DT-INICIO
                           TO WS-CMP-INICIO(WS-QTD-CAMPANHAS)
                       MOVE CMP-DT-FIM
                           TO WS-CMP-FIM(WS-QTD-CAMPANHAS)
                       MOVE CMP-MAX-PARCELAS
                           TO WS-CMP-MAX-PARC(WS-QTD-CAMPANHAS)
                       MOVE CMP-TAXA-JUROS
                           TO WS-CMP-TAXA(WS-QTD-CAMPANHAS)
                       MOVE CMP-PCT-SUBSIDIO
                           TO WS-CMP-PCT-SUB(WS-QTD-CAMPANHAS)
                   END-IF
                   PERFORM P118-LE-CAMPANHA
               END-PERFORM
               CLOSE CMP-FILE
           END-IF
           .

       P118-LE-CAMPANHA.
           READ CMP-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P119-CARREGA-RECADASTRO.
           ACCEPT WS-RCD-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RCD-EOF
           OPEN INPUT RCD-FILE
           IF WS-RCD-STATUS = "00"
               PERFORM P119B-LE-PEDIDO
               PERFORM UNTIL FIM-PEDIDOS-RECAD
                       OR WS-QTD-RECADASTRO = 20000
                   ADD 1 TO WS-QTD-RECADASTRO
                   MOVE RCD-COD-CLIENTE
                       TO WS-RCD-CODIGO(WS-QTD-RECADASTRO)
                   MOVE RCD-DT-LIMITE
                       TO WS-RCD-LIMITE(WS-QTD-RECADASTRO)
                   MOVE RCD-DT-BASE
                       TO WS-RCD-BASE(WS-QTD-RECADASTRO)
                   PERFORM P119B-LE-PEDIDO
               END-PERFORM
               CLOSE RCD-FILE
           END-IF
           .

       P119B-LE-PEDIDO.
           READ RCD-FILE
               AT END SET FIM-PEDIDOS-RECAD TO TRUE
           END-READ
           .

       P254-VERIFICA-RECADASTRO.
      *>   PRAZO DO PEDIDO VENCIDO E NENHUMA ATUALIZACAO DEPOIS DA
      *>   DATA-BASE DO PEDIDO: SEM CREDITO NOVO ATE O CLIENTE
      *>   ATUALIZAR O CADASTRO (custMenu) - A PROXIMA RODADA MENSAL
      *>   BAIXA O PEDIDO.
           MOVE "N" TO WS-RCD-VENCIDO
           PERFORM VARYING WS-RCD-IDX FROM 1 BY 1
                   UNTIL WS-RCD-IDX > WS-QTD-RECADASTRO
               IF WS-RCD-CODIGO(WS-RCD-IDX) = WS-CODIGO
                  AND WS-RCD-LIMITE(WS-RCD-IDX) < WS-RCD-DATA-HOJE
                  AND WS-RCD-DT-CADASTRO <= WS-RCD-BASE(WS-RCD-IDX)
                   SET RECADASTRO-VENCIDO TO TRUE
               END-IF
           END-PERFORM
           .

       P255-GRAVA-EXCECAO-RECADASTRO.
           MOVE "LOANBAT"          TO EXC-PROGRAMA
           MOVE "CAD-DT-ATUALIZ"   TO EXC-CAMPO
           MOVE WS-RCD-DT-CADASTRO TO EXC-VALOR-INFORMADO
           MOVE "CADASTRO DESATUALIZADO" TO EXC-MOTIVO
           ACCEPT EXC-DATA FROM DATE YYYYMMDD
           ACCEPT EXC-HORA FROM TIME
           MOVE "LOTE" TO EXC-OPERADOR
           WRITE EXC-REGISTRO
           .

       P236-VERIFICA-LOJISTA.
      *>   APLICACAO DE LOJA SO BOOKA COM O LOJISTA NO REGISTRO E
      *>   ATIVO - SENAO O REPASSE NAO TERIA PARA ONDE IR.
      *>   LOJISTA ZERADO = ORIGINACAO NO PROPRIO BALCAO.
           SET LOJISTA-VALIDO TO TRUE
           MOVE "N" TO WS-LOJISTA-FPD
           IF TXN-COD-LOJISTA = ZEROS
              OR TXN-COD-LOJISTA NOT NUMERIC
               MOVE ZEROS TO WS-COD-LOJISTA
                  AND WS-LOJ-SITUACAO(WS-LOJ-IDX) NOT = "I"
                   SET LOJISTA-VALIDO TO TRUE
                   MOVE TXN-COD-LOJISTA TO WS-COD-LOJISTA
                   MOVE WS-LOJ-FPD(WS-LOJ-IDX) TO WS-LOJISTA-FPD
               END-IF
           END-PERFORM
           .
      *>   ATE A ALCADA-N2 O LOTE BOOKA DIRETO; ACIMA DELA SO COM
      *>   APROVACAO A NA FILA (alcada.cbl) - A APROVACAO E
      *>   CONSUMIDA (B) NO BOOKING. SEM APROVACAO, A APLICACAO
      *>   PARA NA FILA COM AS ASSINATURAS EXIGIDAS. LOJISTA EM
      *>   REVISAO DE FPD (fpdRpt) VAI PARA A FILA EM QUALQUER VALOR.
      *>   O BOOKING FICA CARIMBADO COM QUEM ASSINOU A APROVACAO.
           SET ALCADA-LIBERADA TO TRUE
           IF WS-VALOR <= WS-SYS-ALCADA-N2
              AND NOT LOJISTA-EM-REVISAO
               GO TO P234-SAIDA
           END-IF


           IF WS-ALC-APROVADA > ZEROS
               MOVE "B" TO WS-ALC-SITUACAO(WS-ALC-APROVADA)
               MOVE WS-ALC-APROV1(WS-ALC-APROVADA) TO WS-EVU-OPER
               MOVE "S" TO WS-ALC-MUDOU
               GO TO P234-SAIDA
           END-IF
               GO TO P232-SAIDA
           END-IF

           PERFORM P238-CALCULA-PARCELA-NOVA

           MOVE ZEROS TO WS-PARCELAS-ATIVAS
           MOVE WS-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO
                      AND FIN-ATIVO
                       MOVE FIN-CONTRATO TO PAG-CONTRATO
           END-READ
           .

       P238-CALCULA-PARCELA-NOVA.
           MOVE WS-VALOR TO WS-SALDO
      *>   NA PARCELA BALAO A RENDA TEM DE COMPORTAR A PRESTACAO
      *>   FIXA; O RESIDUAL DO FIM E TRATADO NO AVISO (balaoAviso).
           IF AMORT-PRICE OR AMORT-BALAO
               PERFORM P250-CALCULA-PRESTACAO-PRICE
               MOVE WS-PRESTACAO TO WS-PARCELA-NOVA
           ELSE
      *>       NO SAC A PRIMEIRA PARCELA E A MAIOR - E ELA QUE TEM
      *>       DE CABER NA RENDA.
               COMPUTE WS-PARCELA-NOVA =
                       WS-VALOR / WS-NUM-PARCELAS
                       + WS-VALOR * WS-TAXA-JUROS
           END-IF
           .

       P237-VERIFICA-CONSIGNADO.
      *>   PRODUTO CONSIGNADO: O EMPREGADOR DECLARADO TEM DE SER
      *>   CONVENENTE ATIVO, A RENDA TEM DE ESTAR DECLARADA E A NOVA
      *>   PARCELA MAIS AS PARCELAS ABERTAS DOS CONSIGNADOS ATIVOS
      *>   DO CLIENTE CABEM NA MARGEM DO CONVENENTE (CONVENIO.DAT).
           SET CONSIG-RESPEITADO TO TRUE
           IF NOT PRODUTO-E-CONSIGNADO
               GO TO P237-SAIDA
           END-IF

           MOVE ZEROS TO WS-MARGEM-PCT
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
                   UNTIL WS-CNV-IDX > WS-QTD-CONVENIOS
               IF WS-CNV-NOME(WS-CNV-IDX) = WS-EMPREGADOR-CLI
                  AND WS-EMPREGADOR-CLI NOT = SPACES
                   MOVE WS-CNV-MARGEM(WS-CNV-IDX) TO WS-MARGEM-PCT
               END-IF
           END-PERFORM
           IF WS-MARGEM-PCT = ZEROS
               MOVE "N" TO WS-CONSIG-OK
               MOVE "EMPREGADOR NAO CONVENIADO"
                   TO WS-MOTIVO-CONSIG
               GO TO P237-SAIDA
           END-IF
           IF WS-RENDA-CLI = ZEROS
               MOVE "N" TO WS-CONSIG-OK
               MOVE "CONSIGNADO SEM RENDA DECLARADA"
                   TO WS-MOTIVO-CONSIG
               GO TO P237-SAIDA
           END-IF

           PERFORM P238-CALCULA-PARCELA-NOVA

           MOVE ZEROS TO WS-PARCELAS-CONSIG
           MOVE WS-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P239-ACUMULA-CONSIGNADOS
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           MOVE "00" TO WS-FIN-STATUS

           COMPUTE WS-LIMITE-CONSIG =
                   WS-RENDA-CLI * WS-MARGEM-PCT / 100
           IF WS-PARCELA-NOVA + WS-PARCELAS-CONSIG > WS-LIMITE-CONSIG
               MOVE "N" TO WS-CONSIG-OK
               MOVE "MARGEM CONSIGNAVEL EXCEDIDA"
                   TO WS-MOTIVO-CONSIG
           END-IF
           .
       P237-SAIDA.
           EXIT.

       P239-ACUMULA-CONSIGNADOS.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO
                      AND FIN-ATIVO
                       PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                               UNTIL WS-PRO-IDX > WS-QTD-PRODUTOS
                           IF WS-PRO-CODIGO(WS-PRO-IDX) =
                              FIN-COD-PRODUTO
                              AND WS-PRO-CONSIG(WS-PRO-IDX) = "S"
                               PERFORM P241-SOMA-ABERTA-CONSIG
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           .

       P241-SOMA-ABERTA-CONSIG.
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA
                       TO WS-PAG-ULT-PARCELA-PAGA
           END-READ
           IF WS-PAG-ULT-PARCELA-PAGA < FIN-NUM-PARCELAS
               COMPUTE WS-PARCELA-ABERTA =
                       WS-PAG-ULT-PARCELA-PAGA + 1
               ADD FIN-PARCELAS(WS-PARCELA-ABERTA)
                   TO WS-PARCELAS-CONSIG
           END-IF
           .

       P249-GRAVA-EXCECAO-CONSIG.
           MOVE "LOANBAT"        TO EXC-PROGRAMA
           MOVE "CAD-EMPREGADOR" TO EXC-CAMPO
           MOVE WS-CODIGO        TO EXC-VALOR-INFORMADO
           MOVE WS-MOTIVO-CONSIG TO EXC-MOTIVO
           ACCEPT EXC-DATA FROM DATE YYYYMMDD
           ACCEPT EXC-HORA FROM TIME
           MOVE "LOTE" TO EXC-OPERADOR
           WRITE EXC-REGISTRO
           .

       P248-GRAVA-EXCECAO-RENDA.
           MOVE "LOANBAT"        TO EXC-PROGRAMA
           MOVE "TXN-VALOR"      TO EXC-CAMPO
           WRITE EXC-REGISTRO
           .

       P242-VERIFICA-GRUPO.
      *>   CLIENTE DE GRUPO ECONOMICO: O SALDO VIVO DE TODOS OS
      *>   CLIENTES DO GRUPO MAIS O VALOR NOVO NAO PODE PASSAR DO
      *>   LIMITE DO GRUPO. GRUPO SEM LIMITE (ZERO) NAO BARRA.
           SET GRUPO-RESPEITADO TO TRUE
           CALL "grupoUtil" USING WS-CODIGO WS-GRUPO-CLI
                                  WS-NOME-GRUPO WS-LIMITE-GRUPO
           IF WS-GRUPO-CLI = ZEROS OR WS-LIMITE-GRUPO = ZEROS
               GO TO P242-SAIDA
           END-IF

      *>   OS CONTRATOS DE CADA CLIENTE DO GRUPO SAEM PELA CHAVE DO
      *>   CLIENTE NO FINMAST.
           MOVE ZEROS TO WS-EXPOSICAO-GRUPO
           MOVE "N" TO WS-GRM-EOF
           OPEN INPUT GRM-FILE
           IF WS-GRM-STATUS = "00"
               PERFORM P243B-LE-MEMBRO
               PERFORM UNTIL FIM-MEMBROS
                   IF GRM-GRUPO = WS-GRUPO-CLI
                       MOVE GRM-COD-CLIENTE TO FIN-COD-CLIENTE
                       START FIN-FILE
                           KEY IS EQUAL TO FIN-COD-CLIENTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "00" TO WS-FIN-STATUS
                               PERFORM P243-ACUMULA-GRUPO
                                   UNTIL WS-FIN-STATUS NOT = "00"
                       END-START
                   END-IF
                   PERFORM P243B-LE-MEMBRO
               END-PERFORM
               CLOSE GRM-FILE
           END-IF
           MOVE "00" TO WS-FIN-STATUS

           IF WS-EXPOSICAO-GRUPO + WS-VALOR > WS-LIMITE-GRUPO
               SET GRUPO-ESTOURADO TO TRUE
           END-IF
           .
       P242-SAIDA.
           EXIT.

       P243-ACUMULA-GRUPO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = GRM-COD-CLIENTE
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = GRM-COD-CLIENTE
                      AND FIN-ATIVO
                       PERFORM P229B-SALDO-CONTRATO
                       ADD WS-SALDO-CONTRATO TO WS-EXPOSICAO-GRUPO
                   END-IF
           END-READ
           .

       P243B-LE-MEMBRO.
           READ GRM-FILE
               AT END SET FIM-MEMBROS TO TRUE
           END-READ
           .

       P244-GRAVA-EXCECAO-GRUPO.
           MOVE "LOANBAT"        TO EXC-PROGRAMA
           MOVE "GRUPO-ECON"     TO EXC-CAMPO
           MOVE WS-CODIGO        TO EXC-VALOR-INFORMADO
           MOVE "LIMITE DO GRUPO ECON. EXCEDIDO" TO EXC-MOTIVO
           ACCEPT EXC-DATA FROM DATE YYYYMMDD
           ACCEPT EXC-HORA FROM TIME
           MOVE "LOTE" TO EXC-OPERADOR
           WRITE EXC-REGISTRO
           .

       P235-VALIDA-PRODUTO.
      *>   A APLICACAO SO E BOOKADA SE O PRODUTO ESTA NO CATALOGO E
      *>   DENTRO DOS LIMITES DE VALOR E PRAZO; A DESCRICAO DO
      *>   DE LOTE NAO CARREGAM ENTRADA, ENTAO O PERCENTUAL MINIMO
      *>   DE ENTRADA SO E EXIGIDO NO ATENDIMENTO.)
           MOVE "N" TO WS-PRODUTO-OK
           MOVE "N" TO WS-PRODUTO-CONSIG
           MOVE "PRODUTO FORA DO CATALOGO" TO WS-MOTIVO-PRODUTO
           MOVE 1 TO WS-COD-EMPRESA
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-QTD-PRODUTOS
               IF WS-PRO-CODIGO(WS-PRO-IDX) = TXN-COD-PRODUTO
                   SET PRODUTO-VALIDO TO TRUE
                   MOVE WS-PRO-EMPRESA(WS-PRO-IDX) TO WS-COD-EMPRESA
                   MOVE WS-PRO-CONSIG(WS-PRO-IDX) TO WS-PRODUTO-CONSIG
                   MOVE WS-PRO-DESC(WS-PRO-IDX) TO WS-OBJETO
                   IF TXN-VALOR > WS-PRO-VAL-MAX(WS-PRO-IDX)
                       MOVE "N" TO WS-PRODUTO-OK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM P253-PARAMETROS-DA-EMPRESA
           .

       P253-PARAMETROS-DA-EMPRESA.
      *>   VOLTA AOS PARAMETROS DO GRUPO E APLICA POR CIMA OS DA
      *>   EMPRESA DONA DO PRODUTO.
           MOVE WS-GRP-PCT-RENDA       TO WS-SYS-PCT-RENDA
           MOVE WS-GRP-ALCADA-N2       TO WS-SYS-ALCADA-N2
           MOVE WS-GRP-ALCADA-N3       TO WS-SYS-ALCADA-N3
           MOVE WS-GRP-PCT-PRESTAMISTA TO WS-SYS-PCT-PRESTAMISTA
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-QTD-PAR-EMP
               IF WS-PAR-EMPRESA(WS-PAR-IDX) = WS-COD-EMPRESA
                   IF WS-PAR-PCT-RENDA(WS-PAR-IDX) > ZEROS
                       MOVE WS-PAR-PCT-RENDA(WS-PAR-IDX)
                           TO WS-SYS-PCT-RENDA
                   END-IF
                   IF WS-PAR-ALCADA-N2(WS-PAR-IDX) > ZEROS
                       MOVE WS-PAR-ALCADA-N2(WS-PAR-IDX)
                           TO WS-SYS-ALCADA-N2
                   END-IF
                   IF WS-PAR-ALCADA-N3(WS-PAR-IDX) > ZEROS
                       MOVE WS-PAR-ALCADA-N3(WS-PAR-IDX)
                           TO WS-SYS-ALCADA-N3
                   END-IF
                   IF WS-PAR-PCT-PRESTAMISTA(WS-PAR-IDX) > ZEROS
                       MOVE WS-PAR-PCT-PRESTAMISTA(WS-PAR-IDX)
                           TO WS-SYS-PCT-PRESTAMISTA
                   END-IF
               END-IF
           END-PERFORM
           .

       P246-GRAVA-EXCECAO-PRODUTO.
           WRITE EXC-REGISTRO
           .

       P241-VALIDA-RESIDUAL.
      *>   PARCELA BALAO: O RESIDUAL (PERCENTUAL DO VALOR FINANCIADO)
      *>   TEM DE SER MAIOR QUE ZERO E NAO PASSAR DO TETO DA CASA
      *>   (SYSPARM BALAO-PCT-MAX). SAC E PRICE NAO TEM RESIDUAL.
           MOVE "S"   TO WS-RESIDUAL-OK
           MOVE ZEROS TO WS-PCT-RESIDUAL
           MOVE ZEROS TO WS-VALOR-RESIDUAL
           IF AMORT-BALAO
               IF TXN-PCT-RESIDUAL NOT NUMERIC
                   MOVE "N" TO WS-RESIDUAL-OK
               ELSE
                   IF TXN-PCT-RESIDUAL = ZEROS
                      OR TXN-PCT-RESIDUAL > WS-SYS-BALAO-PCT-MAX
                       MOVE "N" TO WS-RESIDUAL-OK
                   ELSE
                       MOVE TXN-PCT-RESIDUAL TO WS-PCT-RESIDUAL
                       COMPUTE WS-VALOR-RESIDUAL ROUNDED =
                               WS-VALOR * WS-PCT-RESIDUAL / 100
                   END-IF
               END-IF
           END-IF
           .

       P244-GRAVA-EXCECAO-RESIDUAL.
           MOVE "LOANBAT"          TO EXC-PROGRAMA
           MOVE "TXN-PCT-RESID"    TO EXC-CAMPO
           IF TXN-PCT-RESIDUAL IS NUMERIC
               MOVE TXN-PCT-RESIDUAL  TO WS-EXC-RESID-EDIT
               MOVE WS-EXC-RESID-EDIT TO EXC-VALOR-INFORMADO
           ELSE
               MOVE "NAO NUMERICO"    TO EXC-VALOR-INFORMADO
           END-IF
           MOVE "RESIDUAL BALAO ACIMA DO TETO" TO EXC-MOTIVO
           ACCEPT EXC-DATA FROM DATE YYYYMMDD
           ACCEPT EXC-HORA FROM TIME
           MOVE "LOTE" TO EXC-OPERADOR
           WRITE EXC-REGISTRO
           .

       P245-GRAVA-EXCECAO-SISTEMA.
           MOVE "LOANBAT"          TO EXC-PROGRAMA
           MOVE "TXN-SIST-AMORT"   TO EXC-CAMPO
           .

       P220-VERIFICA-CREDITO.
           MOVE "LOTE" TO WS-EVU-OPER
           PERFORM P226-TRIAGEM-LISTAS
           IF WS-TRI-RESULTADO = "H" OR WS-TRI-RESULTADO = "R"
               DISPLAY "TRANSACAO REJEITADA - CLIENTE RETIDO PELO "
                       "COMPLIANCE. CLIENTE: " WS-CLIENTE " "
                       WS-TRI-MOTIVO
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE "PESSOA EM LISTA RESTRITIVA"
                   TO WS-MOTIVO-RECICLO
               PERFORM P307-GRAVA-RECICLO
               GO TO P220-SAIDA
           END-IF

           PERFORM P254-VERIFICA-RECADASTRO
           IF RECADASTRO-VENCIDO
               DISPLAY "TRANSACAO REJEITADA - CADASTRO DESATUALIZADO "
                       "APOS O PRAZO DE RECADASTRAMENTO. CLIENTE: "
                       WS-CLIENTE
               PERFORM P255-GRAVA-EXCECAO-RECADASTRO
               ADD 1 TO WS-TOTAL-REJEITADOS
               MOVE "CADASTRO DESATUALIZADO"
                   TO WS-MOTIVO-RECICLO
               PERFORM P307-GRAVA-RECICLO
               GO TO P220-SAIDA
           END-IF

           PERFORM P225-VERIFICA-AVALISTA THRU P225-SAIDA
           IF AVALISTA-BARRADO
               ADD 1 TO WS-TOTAL-REJEITADOS
                       PERFORM P307-GRAVA-RECICLO
                       GO TO P220-SAIDA
                   END-IF
                   PERFORM P242-VERIFICA-GRUPO THRU P242-SAIDA
                   IF GRUPO-ESTOURADO
                       DISPLAY "TRANSACAO REJEITADA - LIMITE DO "
                               "GRUPO ECONOMICO EXCEDIDO. CLIENTE: "
                               WS-CLIENTE " GRUPO: " WS-NOME-GRUPO
                       ADD 1 TO WS-TOTAL-REJEITADOS
                       PERFORM P244-GRAVA-EXCECAO-GRUPO
                       MOVE "LIMITE DO GRUPO ECON. EXCEDIDO"
                           TO WS-MOTIVO-RECICLO
                       PERFORM P307-GRAVA-RECICLO
                       GO TO P220-SAIDA
                   END-IF
                   PERFORM P236-VERIFICA-LOJISTA THRU P236-SAIDA
                   IF NOT LOJISTA-VALIDO
                       DISPLAY "TRANSACAO REJEITADA - LOJISTA NAO "
                       PERFORM P307-GRAVA-RECICLO
                       GO TO P220-SAIDA
                   END-IF
                   PERFORM P237-VERIFICA-CONSIGNADO THRU P237-SAIDA
                   IF NOT CONSIG-RESPEITADO
                       DISPLAY "TRANSACAO REJEITADA - "
                               WS-MOTIVO-CONSIG
                               " CLIENTE: " WS-CLIENTE
                       ADD 1 TO WS-TOTAL-REJEITADOS
                       PERFORM P249-GRAVA-EXCECAO-CONSIG
                       MOVE WS-MOTIVO-CONSIG
                           TO WS-MOTIVO-RECICLO
                       PERFORM P307-GRAVA-RECICLO
                       GO TO P220-SAIDA
                   END-IF
                   MOVE WS-VALOR TO WS-SALDO
                   MOVE ZEROS    TO WS-PARCELA-BALAO
                   IF AMORT-PRICE OR AMORT-BALAO
                       PERFORM P250-CALCULA-PRESTACAO-PRICE
                   ELSE
                       COMPUTE WS-AMORTIZACAO =
                                   UNTIL WS-IND > WS-NUM-PARCELAS
                       COMPUTE WS-JUROS-PARCELA =
                               WS-SALDO * WS-TAXA-JUROS
                       IF AMORT-PRICE OR AMORT-BALAO
                           COMPUTE WS-AMORTIZACAO = WS-PRESTACAO
                                   - WS-JUROS-PARCELA
                           MOVE WS-PRESTACAO TO WS-VR-PARCELAS
                           COMPUTE WS-VR-PARCELAS = WS-AMORTIZACAO
                                                   + WS-JUROS-PARCELA
                       END-IF
      *>               PARCELA BALAO: A ULTIMA LEVA O RESIDUAL E
      *>               LIQUIDA O SALDO QUE SOBROU DO ARREDONDAMENTO.
                       IF AMORT-BALAO
                          AND WS-IND = WS-NUM-PARCELAS
                           MOVE WS-SALDO TO WS-AMORTIZACAO
                           COMPUTE WS-PARCELA-BALAO = WS-SALDO
                                   + WS-JUROS-PARCELA
                                   + WS-PREMIO-PARCELA
                       END-IF
                       ADD WS-PREMIO-PARCELA TO WS-VR-PARCELAS
                       MOVE WS-VR-PARCELAS TO WS-PARCELAS(WS-IND)
                       SUBTRACT WS-AMORTIZACAO FROM WS-SALDO
                   END-PERFORM

                   PERFORM P300-GRAVA-FINANCIAMENTO
                       THRU P300-SAIDA
               NOT INVALID KEY
                   DISPLAY "TRANSACAO REJEITADA - CLIENTE COM "
                           "RESTRICAO DE CREDITO: " WS-CLIENTE
       P225-SAIDA.
           EXIT.

       P226-TRIAGEM-LISTAS.
      *>   MESMA REGRA DO CADASTRO E DA RETRIAGEM NOTURNA: ACHADO NAS
      *>   LISTAS DE SANCOES/PEP OU CASO ABERTO NO COMPLIANCE SEGURA
      *>   O CONTRATO ATE A ANALISE.
           IF WS-TRI-CPF-CNPJ NOT NUMERIC
               MOVE ZEROS TO WS-TRI-CPF-CNPJ
           END-IF
           CALL "sancUtil" USING WS-CODIGO WS-TRI-CPF-CNPJ
                                 WS-TRI-NOME WS-TRI-ORIGEM
                                 WS-TRI-OPERADOR WS-TRI-RESULTADO
                                 WS-TRI-MOTIVO
           .

       P300-GRAVA-FINANCIAMENTO.
           PERFORM P060-PROXIMO-CONTRATO
           IF WS-CONTRATO = ZEROS
               MOVE "FAIXA DE CONTRATOS ESGOTADA"
                   TO WS-MOTIVO-SUSPENSE
               PERFORM P305-GRAVA-SUSPENSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               GO TO P300-SAIDA
           END-IF
           MOVE WS-CONTRATO     TO FIN-CONTRATO
           MOVE WS-CODIGO       TO FIN-COD-CLIENTE
           MOVE WS-CLIENTE      TO FIN-CLIENTE
           MOVE WS-VALOR-PREMIO  TO FIN-VALOR-PREMIO
           MOVE WS-COD-LOJISTA   TO FIN-COD-LOJISTA
           MOVE WS-COD-FILIAL    TO FIN-COD-FILIAL
           MOVE WS-COD-EMPRESA   TO FIN-COD-EMPRESA
           MOVE WS-PCT-RESIDUAL  TO FIN-PCT-RESIDUAL
           MOVE WS-VALOR-RESIDUAL TO FIN-VALOR-RESIDUAL
           IF TXN-POS-FIXADO = "S"
               MOVE "S"        TO FIN-POS-FIXADO
               IF TXN-SPREAD IS NUMERIC
                           UNTIL WS-IND > WS-NUM-PARCELAS
               MOVE WS-PARCELAS(WS-IND) TO FIN-PARCELAS(WS-IND)
           END-PERFORM
           IF AMORT-BALAO
               MOVE WS-PARCELA-BALAO
                   TO FIN-PARCELAS(WS-NUM-PARCELAS)
           END-IF

      *>   COLISAO DE CHAVE NAO REGRAVA MAIS POR CIMA DE UM
      *>   CONTRATO EXISTENTE: A APLICACAO VAI PARA A SUSPENSE E UM
               IF TXN-COD-AVALISTA > ZEROS
                   PERFORM P310-GRAVA-AVALISTA
               END-IF
               IF CAMPANHA-APLICAVEL
                   PERFORM P312-GRAVA-CAMPANHA-CONTRATO
               END-IF
               ADD 1 TO WS-TOTAL-GRAVADOS
               MOVE "BOOKING"  TO WS-EVU-TIPO
               MOVE WS-VALOR   TO WS-EVU-VALOR
               MOVE WS-OBJETO  TO WS-EVU-DET
           CALL "evtUtil" USING FIN-CONTRATO WS-EVU-TIPO
                                WS-EVU-VALOR WS-EVU-OPER WS-EVU-DET
           END-IF
           .
       P300-SAIDA.
           EXIT.

       P290-VERIFICA-DUPLICATA.
      *>   MESMO CLIENTE, MESMO VALOR, MESMO PRAZO E MESMA DATA DE
      *>   CONTRATO DE UM CONTRATO ATIVO = PROVAVEL REENVIO DA
      *>   AGENCIA.
           MOVE "N" TO WS-DUPLICATA
           MOVE TXN-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = TXN-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = TXN-CODIGO
                      AND FIN-VALOR = TXN-VALOR
                      AND FIN-NUM-PARCELAS = TXN-NUM-PARCELAS
           MOVE WS-ID-MONTAGEM   TO WS-ID-TRANSACAO
           .

       P312-GRAVA-CAMPANHA-CONTRATO.
      *>   JUROS RENUNCIADOS = JUROS DO PRAZO NA TAXA DE TABELA MENOS
      *>   OS DA TAXA DA CAMPANHA; O LOJISTA DEVOLVE A PARTE DELES
      *>   QUE A CAMPANHA PREVE, DESCONTADA NO REPASSE (lojRepasse).
           MOVE WS-TAXA-TABELA TO WS-TAXA-JUROS
           PERFORM P251-CALCULA-JUROS-PRAZO
           MOVE WS-JUROS-TOTAL TO WS-JUROS-TABELA
           MOVE WS-TAXA-CAMPANHA TO WS-TAXA-JUROS
           PERFORM P251-CALCULA-JUROS-PRAZO

           MOVE FIN-CONTRATO     TO CMC-CONTRATO
           MOVE WS-CMP-CODIGO(WS-CMP-APLICADA) TO CMC-CAMPANHA
           MOVE WS-COD-LOJISTA   TO CMC-COD-LOJISTA
           MOVE TXN-COD-PRODUTO  TO CMC-COD-PRODUTO
           MOVE TXN-DATA-CONTRATO TO CMC-DT-CONTRATO
           MOVE WS-VALOR         TO CMC-VALOR
           MOVE WS-TAXA-TABELA   TO CMC-TAXA-TABELA
           MOVE WS-TAXA-CAMPANHA TO CMC-TAXA-CAMPANHA
           COMPUTE CMC-JUROS-RENUNCIA =
                   WS-JUROS-TABELA - WS-JUROS-TOTAL
           IF WS-COD-LOJISTA > ZEROS
              AND WS-CMP-PCT-SUB(WS-CMP-APLICADA) > ZEROS
               COMPUTE CMC-SUBSIDIO ROUNDED =
                       CMC-JUROS-RENUNCIA
                       * WS-CMP-PCT-SUB(WS-CMP-APLICADA) / 100
               MOVE "P" TO CMC-SITUACAO
           ELSE
               MOVE ZEROS TO CMC-SUBSIDIO
               MOVE "S" TO CMC-SITUACAO
           END-IF
           MOVE ZEROS TO CMC-DT-DESCONTO
           WRITE CMC-REGISTRO
           .

       P251-CALCULA-JUROS-PRAZO.
      *>   TOTAL DE JUROS DO CRONOGRAMA NA TAXA DE WS-TAXA-JUROS:
      *>   PRICE = N PRESTACOES MENOS O PRINCIPAL (NA PARCELA BALAO,
      *>   MAIS O RESIDUAL); SAC = PRINCIPAL * TAXA * (N + 1) / 2.
           IF AMORT-PRICE OR AMORT-BALAO
               MOVE WS-VALOR TO WS-SALDO
               PERFORM P250-CALCULA-PRESTACAO-PRICE
               IF WS-PRESTACAO * WS-NUM-PARCELAS + WS-VALOR-RESIDUAL
                  > WS-VALOR
                   COMPUTE WS-JUROS-TOTAL =
                           WS-PRESTACAO * WS-NUM-PARCELAS
                           + WS-VALOR-RESIDUAL - WS-VALOR
               ELSE
                   MOVE ZEROS TO WS-JUROS-TOTAL
               END-IF
           ELSE
               COMPUTE WS-JUROS-TOTAL ROUNDED =
                       WS-VALOR * WS-TAXA-JUROS
                       * (WS-NUM-PARCELAS + 1) / 2
           END-IF
           .

       P250-CALCULA-PRESTACAO-PRICE.
      *>   PRESTACAO = SALDO * I / (1 - (1+I)**-N), CALCULADA COM O
      *>   FATOR (1+I)**N ACUMULADO POR MULTIPLICACAO. NA PARCELA
      *>   BALAO AS PRESTACOES SO AMORTIZAM ATE O RESIDUAL:
      *>   PRESTACAO = (SALDO * (1+I)**N - RESIDUAL) * I
      *>               / ((1+I)**N - 1).
           IF WS-TAXA-JUROS = ZEROS
               COMPUTE WS-PRESTACAO = (WS-SALDO - WS-VALOR-RESIDUAL)
                                      / WS-NUM-PARCELAS
           ELSE
               MOVE 1 TO WS-FATOR-PRICE
               PERFORM WS-NUM-PARCELAS TIMES
                           + WS-FATOR-PRICE * WS-TAXA-JUROS
               END-PERFORM
               COMPUTE WS-PRESTACAO-NUM =
                       (WS-SALDO * WS-FATOR-PRICE - WS-VALOR-RESIDUAL)
                       * WS-TAXA-JUROS
               COMPUTE WS-PRESTACAO =
                       WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
           END-IF
           .

       P060-PROXIMO-CONTRATO.
      *>   NUMERO NA FAIXA DA EMPRESA DO CONTRATO; ZEROS = FAIXA
      *>   ESGOTADA OU EMPRESA NAO CADASTRADA.
           MOVE "N"            TO EMU-FUNCAO
           MOVE WS-COD-EMPRESA TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-CONTRATO   TO WS-CONTRATO
           .

       P900-ENCERRA.
           CLOSE CRED-FILE
           CLOSE CAD-FILE
           CLOSE EXCEP-FILE
           CLOSE CMC-FILE
           MOVE ZEROS TO WS-CKPT-ABSOLUTO
           PERFORM P130-GRAVA-CHECKPOINT
           PERFORM P410-REGRAVA-ALCADAS
