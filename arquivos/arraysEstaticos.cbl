                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT SIM-FILE ASSIGN TO "SIMULA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JUR-STATUS.

               SELECT CMP-FILE ASSIGN TO "CAMPANHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMP-STATUS.

               SELECT CMC-FILE ASSIGN TO "CAMPCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMC-STATUS.

               SELECT EXCEP-FILE ASSIGN TO "EXCECOES.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-STATUS.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

       DATA DIVISION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  SIM-FILE.
           COPY SIMFD.

       FD  JUR-FILE.
           COPY JURFD.

       FD  CMP-FILE.
           COPY CMPFD.

       FD  CMC-FILE.
           COPY CMCFD.

       FD  EXCEP-FILE.
           COPY EXCFD.

           COPY AVALFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "arraysEstaticos".
       01  WS-JAN-LIBERADO     PIC X.
           COPY FINREC.
           COPY RPTHDR.
           COPY MOEDATAB.
           03 WS-SALDO         PIC 9(06)V99.
           03 WS-IND           PIC 999.
           03 WS-FIN-STATUS    PIC XX.
           03 WS-JUR-STATUS    PIC XX.
           03 WS-JUR-EOF       PIC X VALUE "N".
              88 FIM-TABELA-JUROS  VALUE "S".
           03 WS-DATA-INTAKE   PIC 9(8).
           03 WS-TAXA-ACHADA   PIC X VALUE "N".
              88 TAXA-NA-TABELA    VALUE "S".
           03 WS-CMP-STATUS    PIC XX.
           03 WS-CMC-STATUS    PIC XX.
           03 WS-CMP-EOF       PIC X VALUE "N".
              88 FIM-CAMPANHAS     VALUE "S".
           03 WS-CAMPANHA      PIC 9(04) VALUE ZEROS.
           03 WS-TAXA-TABELA   PIC 9V9999.
           03 WS-MELHOR-CMP-INICIO PIC 9(8).
           03 WS-JUROS-TOTAL   PIC 9(08)V99.
           03 WS-JUROS-TABELA  PIC 9(08)V99.
           03 WS-PAG-STATUS    PIC XX.
           03 WS-LIMITE-CLI    PIC 9(08)V99.
           03 WS-EXPOSICAO     PIC 9(10)V99.
           03 WS-CAD-STATUS      PIC XX.
           03 WS-EXC-VALOR-EDIT  PIC ZZZZZ9,99.
           03 WS-MOEDA-SIMBOLO-SEL PIC X(03).
           03 WS-TRI-CPF-CNPJ  PIC 9(14).
           03 WS-TRI-NOME      PIC X(20).
           03 WS-TRI-ORIGEM    PIC X(01) VALUE "L".
           03 WS-TRI-RESULTADO PIC X(01).
           03 WS-TRI-MOTIVO    PIC X(30).
           03 WS-SALDO-APOS    PIC 9(06)V99 OCCURS 12 TO 420
                               TIMES DEPENDING ON WS-NUM-PARCELAS.
           03 WS-ORD-VALOR     PIC 9(06)V99 OCCURS 12 TO 420
       77  WS-MES-TOTAL        PIC 9(6).

       01  WS-SEQ-TRANSACAO     PIC 9(04) VALUE ZEROS.

           COPY EMPLK.
       01  WS-ID-MONTAGEM.
           03  WS-ID-HORA       PIC 9(8).
           03  WS-ID-SEQ        PIC 9(4).
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-MODO

      *>   A SIMULACAO NAO GRAVA CONTRATO E PASSA COM A JANELA DO
      *>   BATCH ABERTA; CONTRATAR E CONVERTER, NAO.
           IF WS-MODO NOT = 2
               CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
               IF WS-JAN-LIBERADO NOT = "S"
                   CLOSE EXCEP-FILE
                   CLOSE CRED-FILE
                   CLOSE CAD-FILE
                   GOBACK
               END-IF
           END-IF

           IF WS-MODO = 3
               PERFORM P610-CARREGA-SIMULACAO
               PERFORM P012-VALIDA-CLIENTE
           ACCEPT WS-DATA-CONTRATO FROM DATE YYYYMMDD
           PERFORM P014-BUSCA-TAXA
           DISPLAY "TAXA DE JUROS APLICADA (TABELA): " WS-TAXA-JUROS
           PERFORM P011-VERIFICA-CAMPANHA THRU P011-SAIDA
           PERFORM P019-CALCULA-ENCARGOS-CONTRATO
           END-IF

           PERFORM P050-GERA-ID-TRANSACAO
           IF WS-MODO NOT = 2
               PERFORM P060-PROXIMO-CONTRATO
               IF WS-CONTRATO = ZEROS
                   DISPLAY "CONTRATO NAO GRAVADO - SEM NUMERO "
                           "DISPONIVEL NA FAIXA DA EMPRESA "
                           WS-COD-EMPRESA "."
                   CLOSE EXCEP-FILE
                   CLOSE CRED-FILE
                   CLOSE CAD-FILE
                   GOBACK
               END-IF
           END-IF
           PERFORM P700-IMPRIME-CARNE
           PERFORM P750-EXIBE-ORDENADO
               PERFORM P028-VERIFICA-LIMITE THRU P028-SAIDA
               PERFORM P800-GRAVA-FINANCIAMENTO
               PERFORM P024-GRAVA-AVALISTA
               IF WS-CAMPANHA > ZEROS
                   PERFORM P810-GRAVA-CAMPANHA-CONTRATO
               END-IF
               IF WS-MODO = 3
                   PERFORM P860-MARCA-CONVERTIDA
               END-IF
           MOVE SIM-NUM-PARCELAS    TO WS-NUM-PARCELAS
           MOVE SIM-SISTEMA         TO WS-SISTEMA-AMORT
           MOVE SIM-MOEDA           TO WS-MOEDA
           IF SIM-CAMPANHA IS NUMERIC
              AND SIM-TAXA-TABELA IS NUMERIC
               MOVE SIM-CAMPANHA    TO WS-CAMPANHA
               MOVE SIM-TAXA-TABELA TO WS-TAXA-TABELA
           ELSE
               MOVE ZEROS TO WS-CAMPANHA
           END-IF
           DISPLAY "SIMULACAO " SIM-NUMERO " CARREGADA PARA "
                   SIM-CLIENTE
           .
           MOVE WS-NUM-PARCELAS  TO SIM-NUM-PARCELAS
           MOVE WS-SISTEMA-AMORT TO SIM-SISTEMA
           MOVE WS-MOEDA         TO SIM-MOEDA
           MOVE WS-CAMPANHA      TO SIM-CAMPANHA
           MOVE WS-TAXA-TABELA   TO SIM-TAXA-TABELA
           MOVE WS-DATA-CONTRATO TO WS-DATA-HOJE-SIM
           COMPUTE SIM-DT-VALIDADE =
                   FUNCTION DATE-OF-INTEGER(
                   CLOSE CAD-FILE
                   GOBACK
           END-READ

      *>   MESMA REGRA DO loanBatch E DO CADASTRO: ACHADO NAS LISTAS
      *>   DE SANCOES/PEP OU CASO ABERTO NO COMPLIANCE SEGURA O
      *>   CONTRATO ATE A ANALISE.
           MOVE CAD-CPF-CNPJ TO WS-TRI-CPF-CNPJ
           IF WS-TRI-CPF-CNPJ NOT NUMERIC
               MOVE ZEROS TO WS-TRI-CPF-CNPJ
           END-IF
           MOVE CAD-NOME     TO WS-TRI-NOME
           CALL "sancUtil" USING WS-CODIGO WS-TRI-CPF-CNPJ
                                 WS-TRI-NOME WS-TRI-ORIGEM
                                 WS-OPERADOR-SESSAO WS-TRI-RESULTADO
                                 WS-TRI-MOTIVO
           IF WS-TRI-RESULTADO = "H" OR WS-TRI-RESULTADO = "R"
               DISPLAY "=========================================="
               DISPLAY "CLIENTE RETIDO PELO COMPLIANCE: " WS-CLIENTE
               DISPLAY "MOTIVO: " WS-TRI-MOTIVO
               DISPLAY "FINANCIAMENTO NAO APROVADO."
               DISPLAY "=========================================="
               MOVE "WS-CODIGO"    TO EXC-CAMPO
               MOVE WS-CODIGO      TO EXC-VALOR-INFORMADO
               MOVE "PESSOA EM LISTA RESTRITIVA" TO EXC-MOTIVO
               PERFORM P020-GRAVA-EXCECAO
               CLOSE EXCEP-FILE
               CLOSE CRED-FILE
               CLOSE CAD-FILE
               GOBACK
           END-IF
           .

       P013-VALIDA-MOEDA.
           END-IF
           .

       P011-VERIFICA-CAMPANHA.
      *>   CAMPANHA DE TAXA PROMOCIONAL ATIVA E VIGENTE NA DATA, DO
      *>   PRODUTO (ZERO = QUALQUER), DENTRO DO PRAZO MAXIMO E ABERTA
      *>   A ORIGINACAO DO BALCAO (LOJISTA ZERO) - MESMA REGRA DO
      *>   loanBatch: VENCE A MENOR TAXA, NO EMPATE A MAIS RECENTE.
           MOVE WS-TAXA-JUROS TO WS-TAXA-TABELA
           MOVE ZEROS TO WS-CAMPANHA
           MOVE ZEROS TO WS-MELHOR-CMP-INICIO
           IF NOT TAXA-NA-TABELA
               GO TO P011-SAIDA
           END-IF
           MOVE "N" TO WS-CMP-EOF
           OPEN INPUT CMP-FILE
           IF WS-CMP-STATUS NOT = "00"
               GO TO P011-SAIDA
           END-IF
           PERFORM P021-LE-CAMPANHA
           PERFORM UNTIL FIM-CAMPANHAS
               IF CMP-ATIVA
                  AND CMP-DT-INICIO <= WS-DATA-INTAKE
                  AND CMP-DT-FIM >= WS-DATA-INTAKE
                  AND (CMP-COD-PRODUTO = ZEROS
                       OR CMP-COD-PRODUTO = WS-COD-PRODUTO)
                  AND (CMP-COD-LOJISTA = ZEROS
                       OR CMP-COD-LOJISTA = WS-COD-LOJISTA)
                  AND (CMP-MAX-PARCELAS = ZEROS
                       OR CMP-MAX-PARCELAS >= WS-NUM-PARCELAS)
                  AND (CMP-TAXA-JUROS < WS-TAXA-JUROS
                       OR (WS-CAMPANHA > ZEROS
                           AND CMP-TAXA-JUROS = WS-TAXA-JUROS
                           AND CMP-DT-INICIO >= WS-MELHOR-CMP-INICIO))
                   MOVE CMP-CODIGO     TO WS-CAMPANHA
                   MOVE CMP-TAXA-JUROS TO WS-TAXA-JUROS
                   MOVE CMP-DT-INICIO  TO WS-MELHOR-CMP-INICIO
               END-IF
               PERFORM P021-LE-CAMPANHA
           END-PERFORM
           CLOSE CMP-FILE
           IF WS-CAMPANHA > ZEROS
               DISPLAY "CAMPANHA " WS-CAMPANHA
                       " - TAXA PROMOCIONAL APLICADA: " WS-TAXA-JUROS
           END-IF
           .
       P011-SAIDA.
           EXIT.

       P021-LE-CAMPANHA.
           READ CMP-FILE
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ
           .

       P016-LE-FAIXA-JUROS.
           READ JUR-FILE
               AT END SET FIM-TABELA-JUROS TO TRUE
      *>   SER O OBJETO DO CONTRATO.
           MOVE "N" TO WS-PRODUTO-OK
           MOVE "N" TO WS-PRO-EOF
           MOVE 1   TO WS-COD-EMPRESA
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS = "00"
               PERFORM P027-LE-PRODUTO
               PERFORM UNTIL FIM-CATALOGO
                   IF PRO-CODIGO = WS-COD-PRODUTO
                       SET PRODUTO-VALIDO TO TRUE
                       IF PRO-EMPRESA IS NUMERIC
                          AND PRO-EMPRESA > ZEROS
                           MOVE PRO-EMPRESA TO WS-COD-EMPRESA
                       END-IF
                       MOVE PRO-DESCRICAO      TO WS-OBJETO
                       MOVE PRO-PCT-ENTRADA-MIN TO WS-PRO-PCT-MIN
                       MOVE PRO-VALOR-MAXIMO   TO WS-PRO-VALOR-MAX
           MOVE ZEROS TO WS-EXPOSICAO
           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS = "00"
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
                       PERFORM P029B-SALDO-CONTRATO
           END-IF

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
           MOVE ZEROS            TO FIN-DT-QUITACAO
           MOVE ZEROS            TO FIN-VALOR-QUITACAO
           MOVE WS-SISTEMA-AMORT TO FIN-SISTEMA-AMORT
           MOVE ZEROS            TO FIN-PCT-RESIDUAL
           MOVE ZEROS            TO FIN-VALOR-RESIDUAL
           MOVE WS-VALOR-IOF     TO FIN-VALOR-IOF
           MOVE WS-VALOR-TARIFA  TO FIN-VALOR-TARIFA
           MOVE WS-COD-PRODUTO   TO FIN-COD-PRODUTO
           MOVE WS-POS-FIXADO    TO FIN-POS-FIXADO
           MOVE WS-SPREAD        TO FIN-SPREAD
           MOVE WS-COD-FILIAL    TO FIN-COD-FILIAL
           MOVE WS-COD-EMPRESA   TO FIN-COD-EMPRESA
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-NUM-PARCELAS
               MOVE WS-PARCELAS(WS-IND) TO FIN-PARCELAS(WS-IND)
           CLOSE FIN-FILE
           .

       P810-GRAVA-CAMPANHA-CONTRATO.
      *>   CONTRATO DE BALCAO NA TAXA DE CAMPANHA ENTRA NO REGISTRO
      *>   DE CAMPANHAS COM OS JUROS RENUNCIADOS; SEM LOJISTA NAO HA
      *>   SUBSIDIO A DESCONTAR.
           MOVE WS-TAXA-JUROS TO CMC-TAXA-CAMPANHA
           MOVE WS-TAXA-TABELA TO WS-TAXA-JUROS
           PERFORM P812-CALCULA-JUROS-PRAZO
           MOVE WS-JUROS-TOTAL TO WS-JUROS-TABELA
           MOVE CMC-TAXA-CAMPANHA TO WS-TAXA-JUROS
           PERFORM P812-CALCULA-JUROS-PRAZO
           IF WS-JUROS-TABELA > WS-JUROS-TOTAL
               COMPUTE CMC-JUROS-RENUNCIA =
                       WS-JUROS-TABELA - WS-JUROS-TOTAL
           ELSE
               MOVE ZEROS TO CMC-JUROS-RENUNCIA
           END-IF
           MOVE FIN-CONTRATO     TO CMC-CONTRATO
           MOVE WS-CAMPANHA      TO CMC-CAMPANHA
           MOVE WS-COD-LOJISTA   TO CMC-COD-LOJISTA
           MOVE WS-COD-PRODUTO   TO CMC-COD-PRODUTO
           MOVE FIN-DT-CONTRATO  TO CMC-DT-CONTRATO
           COMPUTE CMC-VALOR = WS-VALOR - WS-ENTRADA
           MOVE WS-TAXA-TABELA   TO CMC-TAXA-TABELA
           MOVE ZEROS            TO CMC-SUBSIDIO
           MOVE "S"              TO CMC-SITUACAO
           MOVE ZEROS            TO CMC-DT-DESCONTO
           OPEN EXTEND CMC-FILE
           IF WS-CMC-STATUS = "35"
               OPEN OUTPUT CMC-FILE
               CLOSE CMC-FILE
               OPEN EXTEND CMC-FILE
           END-IF
           WRITE CMC-REGISTRO
           CLOSE CMC-FILE
           .

       P812-CALCULA-JUROS-PRAZO.
      *>   TOTAL DE JUROS DO PRAZO NA TAXA DE WS-TAXA-JUROS: PRICE =
      *>   N PRESTACOES MENOS O FINANCIADO; SAC = FINANCIADO * TAXA
      *>   * (N + 1) / 2.
           COMPUTE WS-SALDO = WS-VALOR - WS-ENTRADA
           IF AMORT-PRICE
               PERFORM P018-CALCULA-PRESTACAO-PRICE
               IF WS-PRESTACAO * WS-NUM-PARCELAS > WS-SALDO
                   COMPUTE WS-JUROS-TOTAL =
                           WS-PRESTACAO * WS-NUM-PARCELAS - WS-SALDO
               ELSE
                   MOVE ZEROS TO WS-JUROS-TOTAL
               END-IF
           ELSE
               COMPUTE WS-JUROS-TOTAL ROUNDED =
                       WS-SALDO * WS-TAXA-JUROS
                       * (WS-NUM-PARCELAS + 1) / 2
           END-IF
           .

       P050-GERA-ID-TRANSACAO.
           ADD 1 TO WS-SEQ-TRANSACAO
           ACCEPT WS-ID-HORA FROM TIME
           .

       P060-PROXIMO-CONTRATO.
      *>   NUMERO NA FAIXA DA EMPRESA DO PRODUTO; ZEROS = FAIXA
      *>   ESGOTADA OU EMPRESA NAO CADASTRADA.
           MOVE "N"            TO EMU-FUNCAO
           MOVE WS-COD-EMPRESA TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-CONTRATO   TO WS-CONTRATO
           .
       END PROGRAM arraysEstaticos.
