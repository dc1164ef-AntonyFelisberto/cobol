                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT JUR-FILE ASSIGN TO "TAXAJUR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JUR-STATUS.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

       DATA DIVISION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  JUR-FILE.
           COPY JURFD.

           COPY AVALFD.

       WORKING-STORAGE SECTION.
       01  WS-JAN-PROGRAMA     PIC X(16) VALUE "arraysDinamicos".
       01  WS-JAN-LIBERADO     PIC X.
           COPY FINREC.
           COPY MOEDATAB.
           COPY CADREC.
           03  WS-SALDO         PIC 9(06)V99.
           03  WS-IND           PIC 999.
           03  WS-FIN-STATUS    PIC XX.
           03  WS-JUR-STATUS    PIC XX.
           03  WS-JUR-EOF       PIC X VALUE "N".
               88  FIM-TABELA-JUROS VALUE "S".
           03  WS-CAD-STATUS      PIC XX.
           03  WS-EXC-VALOR-EDIT  PIC ZZZZZ9,99.
           03  WS-MOEDA-SIMBOLO-SEL PIC X(03).
           03  WS-TRI-CPF-CNPJ    PIC 9(14).
           03  WS-TRI-NOME        PIC X(20).
           03  WS-TRI-ORIGEM      PIC X(01) VALUE "L".
           03  WS-TRI-RESULTADO   PIC X(01).
           03  WS-TRI-MOTIVO      PIC X(30).

       01  WS-DATA-CONTRATO.
           03  WS-CD-AAAA       PIC 9(4).
           03  WS-CD-DD         PIC 9(2).

       01  WS-SEQ-TRANSACAO     PIC 9(04) VALUE ZEROS.

           COPY EMPLK.
       01  WS-ID-MONTAGEM.
           03  WS-ID-HORA       PIC 9(8).
           03  WS-ID-SEQ        PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   NADA SE ATUALIZA COM A JANELA DO BATCH NOTURNO ABERTA,
      *>   SALVO LIBERACAO DE SUPERVISOR.
           CALL "janelaUtil" USING WS-JAN-PROGRAMA WS-JAN-LIBERADO
           IF WS-JAN-LIBERADO NOT = "S"
               GOBACK
           END-IF
           INITIALIZE WS-VARIAVEIS

           OPEN EXTEND EXCEP-FILE
           DISPLAY "=============================================="

           PERFORM P028-VERIFICA-LIMITE THRU P028-SAIDA
           PERFORM P060-PROXIMO-CONTRATO
           IF WS-CONTRATO = ZEROS
               DISPLAY "CONTRATO NAO GRAVADO - SEM NUMERO DISPONIVEL "
                       "NA FAIXA DA EMPRESA " WS-COD-EMPRESA "."
               CLOSE EXCEP-FILE
               CLOSE CRED-FILE
               CLOSE CAD-FILE
               GOBACK
           END-IF
           PERFORM P800-GRAVA-FINANCIAMENTO
           PERFORM P024-GRAVA-AVALISTA

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
               DISPLAY "FINANCIAMENTO NAO AUTORIZADO."
               DISPLAY "=========================================="
               MOVE "ARRAYSDIN"       TO EXC-PROGRAMA
               MOVE "WS-CODIGO"       TO EXC-CAMPO
               MOVE WS-CODIGO         TO EXC-VALOR-INFORMADO
               MOVE "PESSOA EM LISTA RESTRITIVA" TO EXC-MOTIVO
               ACCEPT EXC-DATA FROM DATE YYYYMMDD
               ACCEPT EXC-HORA FROM TIME
               MOVE WS-OPERADOR-SESSAO TO EXC-OPERADOR
               WRITE EXC-REGISTRO
               CLOSE EXCEP-FILE
               CLOSE CRED-FILE
               CLOSE CAD-FILE
               GOBACK
           END-IF
           .

       P017-VALIDA-SISTEMA-AMORT.
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
               OPEN I-O FIN-FILE
           END-IF

           MOVE WS-CONTRATO     TO FIN-CONTRATO
           MOVE WS-CODIGO       TO FIN-COD-CLIENTE
           MOVE WS-CLIENTE      TO FIN-CLIENTE
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
           .

       P060-PROXIMO-CONTRATO.
      *>   NUMERO NA FAIXA DA EMPRESA DO PRODUTO; ZEROS = FAIXA
      *>   ESGOTADA OU EMPRESA NAO CADASTRADA.
           MOVE "N"            TO EMU-FUNCAO
           MOVE WS-COD-EMPRESA TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-CONTRATO   TO WS-CONTRATO
           .

       P100-INFORMA-NUM-PARCELAS.
