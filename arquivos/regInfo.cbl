      *          CARTHIST.DAT snapshot and stops (RETURN-CODE 8) on
      *          divergence. Mode 2 reprocesses the contracts the
      *          regulator bounced (REGCREJ.DAT) into a fresh
      *          REGCRED.DAT carrying only those records. The file
      *          belongs to one legal entity: it carries only that
      *          company's contracts, its CNPJ on the H header, and
      *          is sent as REGCRED-Enn.DAT when the group has more
      *          than one active company - the run says so, and the
      *          operator copies it before another company's run
      *          rewrites REGCRED.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT PRO-FILE ASSIGN TO "PRODUTO.DAT"

       WORKING-STORAGE SECTION.
           COPY PAGTOREC.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-DIVERGENCIA      PIC S9(13)V99.
           03  WS-SO-REJEITADOS    PIC X.
               88  REPROCESSA-REJEITADOS VALUE "S".
           03  WS-EMPRESA          PIC 9(02).

       01  WS-QTD-PRODUTOS      PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-PRODUTOS.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE "P" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-EMPRESA = ZEROS
               DISPLAY "EMPRESA NAO INFORMADA - ARQUIVO NAO GERADO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE EMU-EMPRESA TO WS-EMPRESA
           DISPLAY "EMPRESA: " EMU-EMPRESA " - " EMU-NOME

           MOVE "N" TO WS-SO-REJEITADOS
           IF WS-MODO = 2
               SET REPROCESSA-REJEITADOS TO TRUE
           MOVE "H" TO REG-TIPO
           MOVE SPACES TO REG-DETALHE
           MOVE WS-COMPETENCIA TO REG-DETALHE(1:6)
           MOVE EMU-CNPJ       TO REG-DETALHE(7:14)
           WRITE REG-REGISTRO

           MOVE ZEROS TO FIN-CONTRATO
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE REG-FILE
           MOVE "A"           TO EMU-FUNCAO
           MOVE WS-EMPRESA    TO EMU-EMPRESA
           MOVE "REGCRED.DAT" TO EMU-ARQUIVO
           CALL "empUtil" USING EMU-PARAMETROS

           DISPLAY "ARQUIVO GERADO...: REGCRED.DAT"
           IF EMU-ARQUIVO NOT = "REGCRED.DAT"
               DISPLAY "ENVIAR COMO......: " EMU-ARQUIVO
               DISPLAY "COPIE-O ANTES DE RODAR OUTRA EMPRESA."
           END-IF
           DISPLAY "REGISTROS GERADOS: " WS-QTD-GERADOS
           DISPLAY "SALDO TOTAL......: " WS-TOT-SALDO

               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   MOVE "E"             TO EMU-FUNCAO
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF FIN-ATIVO AND EMU-OK
                       IF REPROCESSA-REJEITADOS
                           PERFORM P250-VERIFICA-REJEITADO
                                   THRU P250-SAIDA
           END-READ

           COMPUTE WS-SALDO-DEVEDOR = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-DEVEDOR - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-DEVEDOR * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
               PERFORM P610-LE-SNAPSHOT
               PERFORM UNTIL FIM-SNAPSHOT
                   MOVE SNP-DATA(1:6) TO WS-SNP-COMP
                   MOVE "E"          TO EMU-FUNCAO
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE SNP-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF WS-SNP-COMP = WS-COMPETENCIA AND EMU-OK
                      AND (SNP-SITUACAO = "A" OR SNP-SITUACAO = SPACE)
                       ADD 1 TO WS-SNP-QTD
                       ADD SNP-SALDO-DEVEDOR TO WS-SNP-SALDO
