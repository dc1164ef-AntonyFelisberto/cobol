      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-fee table maintenance - registers a new fee
      *          vigencia for a customer-requested service
      *          (TAVSRV.cpy) on TARIFAS.DAT, with the regulatory
      *          ceiling that applies to it, and lists the full fee
      *          history, so a fee is changed by a data update with a
      *          paper trail. A fee above its ceiling is refused.
      *          The programs that give the services read the table
      *          through tarifaUtil.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifaCad.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TAV-FILE ASSIGN TO "TARIFAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAV-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAV-FILE.
           COPY TAVFD.

       FD  OPS-FILE.
           COPY OPSFD.

       WORKING-STORAGE SECTION.
           COPY TAVSRV.

       01  WS-VARIAVEIS.
           03  WS-TAV-STATUS   PIC XX.
           03  WS-OPS-STATUS   PIC XX.
           03  WS-OPCAO        PIC 9.
           03  WS-EOF          PIC X VALUE "N".
               88  FIM-DO-ARQUIVO  VALUE "S".
           03  WS-QTD-VIGENCIAS PIC 9(03) VALUE ZEROS.
           03  WS-SRV-IDX      PIC 9(02).
           03  WS-SRV-ACHADO   PIC 9(02).
           03  WS-SRV-DESCRICAO PIC X(25).
           03  WS-OPERADOR-SESSAO PIC X(08).
           03  WS-DATA-HOJE    PIC 9(8).
           03  WS-VALOR-ED     PIC Z.ZZ9,99.
           03  WS-LIMITE-ED    PIC Z.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "1 - INCLUIR VIGENCIA DE TARIFA"
           DISPLAY "2 - LISTAR VIGENCIAS"
           DISPLAY "ESCOLHA UMA OPCAO: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM P100-INCLUI-VIGENCIA THRU P100-SAIDA
               WHEN 2
                   PERFORM P200-LISTA-VIGENCIAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           GOBACK.

       P100-INCLUI-VIGENCIA.
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
               DISPLAY "  " WS-SRV-CODIGO(WS-SRV-IDX) " - "
                       WS-SRV-NOME(WS-SRV-IDX)
           END-PERFORM
           DISPLAY "SERVICO: "
           ACCEPT TAV-SERVICO
           MOVE ZEROS TO WS-SRV-ACHADO
           PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                   UNTIL WS-SRV-IDX > WS-SRV-QTD
               IF WS-SRV-CODIGO(WS-SRV-IDX) = TAV-SERVICO
                   MOVE WS-SRV-IDX TO WS-SRV-ACHADO
               END-IF
           END-PERFORM
           IF WS-SRV-ACHADO = ZEROS
               DISPLAY "SERVICO INVALIDO: " TAV-SERVICO
               GO TO P100-SAIDA
           END-IF

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
           ACCEPT TAV-DT-INICIO
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM): "
           ACCEPT TAV-DT-FIM
           IF TAV-DT-INICIO NOT NUMERIC OR TAV-DT-INICIO = ZEROS
              OR TAV-DT-FIM NOT NUMERIC
              OR (TAV-DT-FIM NOT = ZEROS
                  AND TAV-DT-FIM < TAV-DT-INICIO)
               DISPLAY "PERIODO DE VIGENCIA INVALIDO."
               GO TO P100-SAIDA
           END-IF
           DISPLAY "TETO REGULATORIO DA TARIFA (EX: 0015,00): "
           ACCEPT TAV-LIMITE
           DISPLAY "VALOR DA TARIFA (EX: 0005,50): "
           ACCEPT TAV-VALOR
           IF TAV-LIMITE NOT NUMERIC OR TAV-VALOR NOT NUMERIC
               DISPLAY "VALOR OU TETO INVALIDO."
               GO TO P100-SAIDA
           END-IF
      *>   A TARIFA NAO PODE PASSAR DO TETO; TARIFA ZERO REGISTRA
      *>   QUE O SERVICO VOLTOU A SER GRATUITO.
           IF TAV-VALOR > TAV-LIMITE
               MOVE TAV-VALOR  TO WS-VALOR-ED
               MOVE TAV-LIMITE TO WS-LIMITE-ED
               DISPLAY "TARIFA DE " WS-VALOR-ED
                       " ACIMA DO TETO REGULATORIO DE " WS-LIMITE-ED
                       " - NAO REGISTRADA."
               GO TO P100-SAIDA
           END-IF

           PERFORM P045-LE-OPERADOR-SESSAO
           MOVE WS-DATA-HOJE       TO TAV-DT-CADASTRO
           MOVE WS-OPERADOR-SESSAO TO TAV-OPERADOR

           OPEN EXTEND TAV-FILE
           IF WS-TAV-STATUS = "35"
               OPEN OUTPUT TAV-FILE
               CLOSE TAV-FILE
               OPEN EXTEND TAV-FILE
           END-IF
           WRITE TAV-REGISTRO
           CLOSE TAV-FILE
           DISPLAY "VIGENCIA DE TARIFA REGISTRADA - "
                   WS-SRV-NOME(WS-SRV-ACHADO)
           .
       P100-SAIDA.
           EXIT.

       P200-LISTA-VIGENCIAS.
           MOVE "N"   TO WS-EOF
           MOVE ZEROS TO WS-QTD-VIGENCIAS
           OPEN INPUT TAV-FILE
           IF WS-TAV-STATUS NOT = "00"
               DISPLAY "NENHUMA VIGENCIA DE TARIFA CADASTRADA."
           ELSE
               DISPLAY "SERVICO                      INICIO   "
                       " FIM         TARIFA      TETO  OPERADOR"
               PERFORM P210-LE-VIGENCIA
               PERFORM UNTIL FIM-DO-ARQUIVO
                   ADD 1 TO WS-QTD-VIGENCIAS
                   MOVE "SERVICO DESCONHECIDO" TO WS-SRV-DESCRICAO
                   PERFORM VARYING WS-SRV-IDX FROM 1 BY 1
                           UNTIL WS-SRV-IDX > WS-SRV-QTD
                       IF WS-SRV-CODIGO(WS-SRV-IDX) = TAV-SERVICO
                           MOVE WS-SRV-NOME(WS-SRV-IDX)
                               TO WS-SRV-DESCRICAO
                       END-IF
                   END-PERFORM
                   MOVE TAV-VALOR  TO WS-VALOR-ED
                   MOVE TAV-LIMITE TO WS-LIMITE-ED
                   DISPLAY TAV-SERVICO " " WS-SRV-DESCRICAO " "
                           TAV-DT-INICIO " " TAV-DT-FIM " "
                           WS-VALOR-ED "  " WS-LIMITE-ED "  "
                           TAV-OPERADOR
                   PERFORM P210-LE-VIGENCIA
               END-PERFORM
               DISPLAY "TOTAL DE VIGENCIAS: " WS-QTD-VIGENCIAS
               CLOSE TAV-FILE
           END-IF
           .

       P210-LE-VIGENCIA.
           READ TAV-FILE
               AT END SET FIM-DO-ARQUIVO TO TRUE
           END-READ
           .

       P045-LE-OPERADOR-SESSAO.
      *>   O OPERADOR ASSINADO NO MENU FICA EM OPERSESS.DAT; FORA
      *>   DO MENU O CARIMBO E DIRETO.
           MOVE "DIRETO" TO WS-OPERADOR-SESSAO
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       MOVE OPS-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       END PROGRAM tarifaCad.
