      *          the shop, starting with 01 for the original house.
      *          The code keyed here goes onto operators, customers
      *          and contracts and drives the branch subtotals and
      *          the operator scoping of the reports. Each branch
      *          also keeps its business hours, which the operator
      *          activity report checks after-hours work against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-QTD-FILIAIS  PIC 9(03) VALUE ZEROS.
           03  WS-FIL-IDX      PIC 9(03).
           03  WS-FIL-ACHADA   PIC 9(03).
           03  WS-CODIGO-PROC  PIC 9(02).
           03  WS-HORA-ABRE    PIC 9(04).
           03  WS-HORA-FECHA   PIC 9(04).
           03  WS-HORARIO-OK   PIC X.

      *>   FILIAL.DAT E LINE SEQUENTIAL: A ALTERACAO DO HORARIO
      *>   CARREGA O ARQUIVO, ALTERA NA TABELA E REGRAVA.
       01  WS-TABELA-FILIAIS.
           03  WS-TAB-FIL-REG  PIC X(51) OCCURS 99 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 - INCLUIR FILIAL"
           DISPLAY "2 - LISTAR FILIAIS"
           DISPLAY "3 - ALTERAR HORARIO DE FUNCIONAMENTO"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

                   PERFORM P100-INCLUI-FILIAL
               WHEN 2
                   PERFORM P200-LISTA-FILIAIS
               WHEN 3
                   PERFORM P300-ALTERA-HORARIO
                       THRU P300-SAIDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           DISPLAY "CIDADE: "
           ACCEPT FIL-CIDADE
           MOVE "A" TO FIL-SITUACAO
           PERFORM P150-PEDE-HORARIO
           MOVE WS-HORA-ABRE  TO FIL-HORA-ABERTURA
           MOVE WS-HORA-FECHA TO FIL-HORA-FECHAMENTO
           WRITE FIL-REGISTRO
           CLOSE FIL-FILE
           DISPLAY "FILIAL REGISTRADA."
           .

       P150-PEDE-HORARIO.
      *>   HHMM; ABERTURA DEPOIS DO FECHAMENTO OU HORA INVALIDA
      *>   FICA NO HORARIO PADRAO 0800 AS 1800.
           DISPLAY "HORA DE ABERTURA (HHMM, 0 = 0800): "
           ACCEPT WS-HORA-ABRE
           DISPLAY "HORA DE FECHAMENTO (HHMM, 0 = 1800): "
           ACCEPT WS-HORA-FECHA
           IF WS-HORA-ABRE = ZEROS
               MOVE 0800 TO WS-HORA-ABRE
           END-IF
           IF WS-HORA-FECHA = ZEROS
               MOVE 1800 TO WS-HORA-FECHA
           END-IF
           MOVE "S" TO WS-HORARIO-OK
           IF WS-HORA-ABRE > 2359 OR WS-HORA-FECHA > 2400
              OR WS-HORA-ABRE >= WS-HORA-FECHA
              OR WS-HORA-ABRE(3:2) > "59"
              OR WS-HORA-FECHA(3:2) > "59"
               MOVE "N" TO WS-HORARIO-OK
           END-IF
           IF WS-HORARIO-OK = "N"
               DISPLAY "HORARIO INVALIDO - ASSUMIDO 0800 AS 1800."
               MOVE 0800 TO WS-HORA-ABRE
               MOVE 1800 TO WS-HORA-FECHA
           END-IF
           .

       P200-LISTA-FILIAIS.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-FILIAIS
               DISPLAY "NENHUMA FILIAL CADASTRADA."
           ELSE
               DISPLAY "CODIGO NOME                 CIDADE"
                       "               S HORARIO"
               PERFORM P210-LE-FILIAL
               PERFORM UNTIL FIM-DO-ARQUIVO
                   ADD 1 TO WS-QTD-FILIAIS
                   IF FIL-HORA-ABERTURA IS NUMERIC
                      AND FIL-HORA-ABERTURA > ZEROS
                       DISPLAY "  " FIL-CODIGO "   " FIL-NOME " "
                               FIL-CIDADE " " FIL-SITUACAO " "
                               FIL-HORA-ABERTURA "-"
                               FIL-HORA-FECHAMENTO
                   ELSE
                       DISPLAY "  " FIL-CODIGO "   " FIL-NOME " "
                               FIL-CIDADE " " FIL-SITUACAO
                               " 0800-1800"
                   END-IF
                   PERFORM P210-LE-FILIAL
               END-PERFORM
               DISPLAY "TOTAL DE FILIAIS: " WS-QTD-FILIAIS
           END-READ
           .

       P300-ALTERA-HORARIO.
           MOVE ZEROS TO WS-QTD-FILIAIS
           MOVE "N"   TO WS-EOF
           OPEN INPUT FIL-FILE
           IF WS-FIL-STATUS NOT = "00"
               DISPLAY "NENHUMA FILIAL CADASTRADA."
               GO TO P300-SAIDA
           END-IF
           PERFORM P210-LE-FILIAL
           PERFORM UNTIL FIM-DO-ARQUIVO OR WS-QTD-FILIAIS = 99
               ADD 1 TO WS-QTD-FILIAIS
               MOVE FIL-REGISTRO TO WS-TAB-FIL-REG(WS-QTD-FILIAIS)
               PERFORM P210-LE-FILIAL
           END-PERFORM
           CLOSE FIL-FILE

           DISPLAY "CODIGO DA FILIAL: "
           ACCEPT WS-CODIGO-PROC
           MOVE ZEROS TO WS-FIL-ACHADA
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
               MOVE WS-TAB-FIL-REG(WS-FIL-IDX) TO FIL-REGISTRO
               IF FIL-CODIGO = WS-CODIGO-PROC
                   MOVE WS-FIL-IDX TO WS-FIL-ACHADA
               END-IF
           END-PERFORM
           IF WS-FIL-ACHADA = ZEROS
               DISPLAY "FILIAL NAO CADASTRADA."
               GO TO P300-SAIDA
           END-IF

           PERFORM P150-PEDE-HORARIO
           MOVE WS-TAB-FIL-REG(WS-FIL-ACHADA) TO FIL-REGISTRO
           MOVE WS-HORA-ABRE  TO FIL-HORA-ABERTURA
           MOVE WS-HORA-FECHA TO FIL-HORA-FECHAMENTO
           MOVE FIL-REGISTRO TO WS-TAB-FIL-REG(WS-FIL-ACHADA)

           OPEN OUTPUT FIL-FILE
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
               MOVE WS-TAB-FIL-REG(WS-FIL-IDX) TO FIL-REGISTRO
               WRITE FIL-REGISTRO
           END-PERFORM
           CLOSE FIL-FILE
           DISPLAY "HORARIO DA FILIAL " WS-CODIGO-PROC " GRAVADO: "
                   WS-HORA-ABRE " AS " WS-HORA-FECHA
           .
       P300-SAIDA.
           EXIT.

       END PROGRAM filialCad.
