      *          GLMAPTB.cpy mapping, rewrites the position file
      *          PROVISAO.DAT and prints the rated-portfolio summary
      *          PROVISAO.RPT the accountants ask for every month.
      *          The provision is each legal entity's: a run covers
      *          one company (the session's, or asked for when the
      *          group has more than one), carries the positions of
      *          the other companies through untouched and prints
      *          PROVISAO.RPT, to be filed as PROVISAO-Enn.RPT - the
      *          run says so, and the operator copies it before
      *          another company's run rewrites it.
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
           COPY CTBFD.

       FD  CTH-FILE.
       01  CTH-LINHA           PIC X(47).

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(80).
           03  WS-TOT-CONSTITUIDO  PIC 9(12)V99 VALUE ZEROS.
           03  WS-TOT-REVERTIDO    PIC 9(12)V99 VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(80).
           03  WS-EMPRESA          PIC 9(02).
           03  WS-EMPRESA-NOME     PIC X(30).

       01  WS-RATINGS-PADRAO.
           03  FILLER PIC X(06) VALUE "A00050".
               05  WS-POS-CONTRATO PIC 9(06).
               05  WS-POS-VALOR    PIC 9(10)V99.
               05  WS-POS-USADO    PIC X(01).
      *>           POSICAO DE OUTRA EMPRESA: REGRAVADA COMO VEIO.
               05  WS-POS-OUTRA    PIC X(01).
               05  WS-POS-REG      PIC X(46).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-ACUMULADO-RATING
                      REPLACING NUMERIC DATA BY ZEROS
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE "P" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-EMPRESA = ZEROS
               DISPLAY "EMPRESA NAO INFORMADA - PROVISAO NAO "
                       "CALCULADA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE EMU-EMPRESA TO WS-EMPRESA
           MOVE EMU-NOME    TO WS-EMPRESA-NOME
           DISPLAY "EMPRESA: " WS-EMPRESA " - " WS-EMPRESA-NOME
           PERFORM P050-CARREGA-TABELA-PROV
           PERFORM P060-CARREGA-ATRASOS
           PERFORM P070-CARREGA-POSICOES
           END-START

           PERFORM P600-REVERTE-SAIDAS
           PERFORM P650-MANTEM-OUTRAS-EMPRESAS
           PERFORM P700-IMPRIME-RESUMO

           CLOSE FIN-FILE
           CLOSE RPT-FILE
           CLOSE CTB-FILE
           CLOSE CTH-FILE
           MOVE "A"            TO EMU-FUNCAO
           MOVE WS-EMPRESA     TO EMU-EMPRESA
           MOVE "PROVISAO.RPT" TO EMU-ARQUIVO
           CALL "empUtil" USING EMU-PARAMETROS
           DISPLAY "RESUMO GRAVADO EM PROVISAO.RPT"
           IF EMU-ARQUIVO NOT = "PROVISAO.RPT"
               DISPLAY "COPIE-O PARA " EMU-ARQUIVO
                       " ANTES DE RODAR OUTRA EMPRESA."
           END-IF
           PERFORM P930-GRAVA-RESUMO

           DISPLAY "CONTRATOS PROVISIONADOS: " WS-TOTAL-CONTRATOS
                   MOVE PVS-VALOR
                       TO WS-POS-VALOR(WS-QTD-POSICOES)
                   MOVE "N" TO WS-POS-USADO(WS-QTD-POSICOES)
                   MOVE PVS-REGISTRO
                       TO WS-POS-REG(WS-QTD-POSICOES)
                   MOVE "E"          TO EMU-FUNCAO
                   MOVE PVS-EMPRESA  TO EMU-EMPRESA
                   MOVE PVS-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF EMU-OK
                       MOVE "N" TO WS-POS-OUTRA(WS-QTD-POSICOES)
                   ELSE
                       MOVE "S" TO WS-POS-OUTRA(WS-QTD-POSICOES)
                   END-IF
                   PERFORM P075-LE-POSICAO
               END-PERFORM
               CLOSE PVS-FILE
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   MOVE "E"             TO EMU-FUNCAO
                   MOVE FIN-COD-EMPRESA TO EMU-EMPRESA
                   MOVE FIN-CONTRATO    TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF FIN-ATIVO AND EMU-OK
                       PERFORM P300-PROVISIONA
                   END-IF
           END-READ
           MOVE WS-PCT          TO PVS-PCT
           MOVE WS-PROVISAO     TO PVS-VALOR
           MOVE WS-DATA-HOJE    TO PVS-DATA
           MOVE WS-EMPRESA      TO PVS-EMPRESA
           WRITE PVS-REGISTRO

           ADD 1 TO WS-TOTAL-CONTRATOS
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
                       TO CTB-CONTA-CREDITO
                   MOVE WS-DELTA-ABS TO CTB-VALOR
                   MOVE FIN-CONTRATO TO CTB-CONTRATO
                   MOVE "C"          TO EMU-FUNCAO
                   MOVE CTB-CONTRATO TO EMU-CONTRATO
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE EMU-EMPRESA  TO CTB-EMPRESA
                   WRITE CTB-REGISTRO
      *>           O FEED DO DIA E REGRAVADO PELO glExtract - O
      *>           ACUMULADO PARA A PROVA MENSAL VAI DIRETO AO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-POSICOES
               IF WS-POS-USADO(WS-IDX) NOT = "S"
                  AND WS-POS-OUTRA(WS-IDX) NOT = "S"
                  AND WS-POS-VALOR(WS-IDX) > ZEROS
                   MOVE WS-POS-VALOR(WS-IDX)    TO WS-DELTA-ABS
                   MOVE WS-POS-CONTRATO(WS-IDX) TO FIN-CONTRATO
           END-PERFORM
           .

       P650-MANTEM-OUTRAS-EMPRESAS.
      *>   O PROVISAO.DAT E UM SO PARA O GRUPO - AS POSICOES DAS
      *>   OUTRAS EMPRESAS FICAM ATE A RODADA DE CADA UMA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-POSICOES
               IF WS-POS-OUTRA(WS-IDX) = "S"
                   MOVE WS-POS-REG(WS-IDX) TO PVS-REGISTRO
                   WRITE PVS-REGISTRO
               END-IF
           END-PERFORM
           .

       P700-IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CARTEIRA POR RATING - DATA " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "EMPRESA: " WS-EMPRESA " - " WS-EMPRESA-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           MOVE "RATING QTD     SALDO           PROVISAO"
               TO RPT-LINHA
           WRITE RPT-LINHA
