      *          percentage, maximum value, maximum parcelas) on
      *          PRODUTO.DAT, and lists the catalog, so intake stops
      *          financing anything typed into a free-text field.
      *          A product flagged consignado is granted and
      *          collected through the employer's payroll.
      *          Each product belongs to one company of the group,
      *          which owns the contracts booked on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-QTD-PRODUTOS PIC 9(04) VALUE ZEROS.
           03  WS-EMPRESA-LISTA PIC 9(02) VALUE ZEROS.

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEPRECIACAO ANUAL DO BEM EM % (0 = NAO "
                   "DEPRECIA): "
           ACCEPT PRO-PCT-DEPREC-ANO
           DISPLAY "CONSIGNADO - DESCONTO EM FOLHA (S/N): "
           ACCEPT PRO-CONSIGNADO
           PERFORM UNTIL PRO-CONSIGNADO = "S" OR "N"
               DISPLAY "RESPOSTA INVALIDA. INFORME S OU N: "
               ACCEPT PRO-CONSIGNADO
           END-PERFORM
           DISPLAY "EMPRESA QUE CONCEDE O PRODUTO (00 = 01): "
           ACCEPT PRO-EMPRESA
           MOVE "N" TO EMU-RETORNO
           PERFORM UNTIL EMU-OK
               IF PRO-EMPRESA = ZEROS
                   MOVE 1 TO PRO-EMPRESA
               END-IF
               MOVE "V"         TO EMU-FUNCAO
               MOVE PRO-EMPRESA TO EMU-EMPRESA
               CALL "empUtil" USING EMU-PARAMETROS
               IF EMU-FALHOU
                   DISPLAY "EMPRESA INVALIDA. INFORME OUTRA: "
                   ACCEPT PRO-EMPRESA
               END-IF
           END-PERFORM

           WRITE PRO-REGISTRO
           CLOSE PRO-FILE
       P200-LISTA-PRODUTOS.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-PRODUTOS
      *>   NA SESSAO DE UMA EMPRESA, SO OS PRODUTOS DELA.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-EMPRESA-LISTA
           DISPLAY "EMPRESA: " EMU-EMPRESA " - " EMU-NOME
           OPEN INPUT PRO-FILE
           IF WS-PRO-STATUS NOT = "00"
               DISPLAY "CATALOGO DE PRODUTOS VAZIO."
           ELSE
               DISPLAY "CODIGO DESCRICAO            ENT.MIN "
                       "VALOR MAX    MAX PARC CONSIG EMP"
               PERFORM P210-LE-PRODUTO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   IF PRO-EMPRESA NOT NUMERIC OR PRO-EMPRESA = ZEROS
                       MOVE 1 TO PRO-EMPRESA
                   END-IF
                   IF WS-EMPRESA-LISTA = ZEROS
                      OR WS-EMPRESA-LISTA = PRO-EMPRESA
                       ADD 1 TO WS-QTD-PRODUTOS
                       DISPLAY PRO-CODIGO "   " PRO-DESCRICAO " "
                               PRO-PCT-ENTRADA-MIN "     "
                               PRO-VALOR-MAXIMO "  " PRO-MAX-PARCELAS
                               "      " PRO-CONSIGNADO "      "
                               PRO-EMPRESA
                   END-IF
                   PERFORM P210-LE-PRODUTO
               END-PERFORM
               DISPLAY "TOTAL DE PRODUTOS: " WS-QTD-PRODUTOS
