      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly customer data-quality report - goes through
      *          the active clients of CUSTMAST.DAT and lists every
      *          one with an invalid CEP (out of the NNNNN-NNN format,
      *          not in the postal service's base or belonging to
      *          another UF, as cepUtil sees it), no telephone, no
      *          CPF/CNPJ or no monthly income, marking which of the
      *          four is wrong, then totals each problem per branch
      *          so every branch cleans up its own register. Level
      *          1/2 operators see only their own branch, like the
      *          aging report. Output to CADQUAL.RPT and the screen,
      *          RPTHDR.cpy header.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cadQual.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT RPT-FILE ASSIGN TO "CADQUAL.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
           COPY CADFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  RPT-FILE.
       01  RPT-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-NIVEL-SESSAO     PIC 9 VALUE 3.
           03  WS-FILIAL-SESSAO    PIC 9(02) VALUE ZEROS.
           03  WS-FILIAL           PIC 9(02).
           03  WS-FIL-IDX          PIC 9(02).
           03  WS-TOTAL-LIDOS      PIC 9(06) VALUE ZEROS.
           03  WS-LINHA-EDIT       PIC X(100).
           03  WS-MARCAS.
               05  WS-MARCA-CEP    PIC X(05).
               05  WS-MARCA-FONE   PIC X(05).
               05  WS-MARCA-DOC    PIC X(05).
               05  WS-MARCA-RENDA  PIC X(05).

      *>   RESPOSTA DO cepUtil.
       01  WS-CEP-ACHOU            PIC X(01).
       01  WS-CEP-LOGRADOURO       PIC X(30).
       01  WS-CEP-CIDADE           PIC X(20).
       01  WS-CEP-UF               PIC X(02).

       01  WS-TABELA-FILIAIS.
           03  WS-FIL-ITEM OCCURS 99 TIMES.
               05  WS-FIL-CLIENTES PIC 9(06).
               05  WS-FIL-CEP      PIC 9(06).
               05  WS-FIL-FONE     PIC 9(06).
               05  WS-FIL-DOC      PIC 9(06).
               05  WS-FIL-RENDA    PIC 9(06).

       01  WS-TOTAIS.
           03  WS-TOT-CEP          PIC 9(06) VALUE ZEROS.
           03  WS-TOT-FONE         PIC 9(06) VALUE ZEROS.
           03  WS-TOT-DOC          PIC 9(06) VALUE ZEROS.
           03  WS-TOT-RENDA        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE WS-TABELA-FILIAIS
           PERFORM P050-LE-SESSAO
           PERFORM P300-CABECALHO

           OPEN INPUT CAD-FILE
           IF WS-CAD-STATUS = "00"
               MOVE LOW-VALUES TO CAD-CODIGO
               START CAD-FILE KEY IS NOT LESS THAN CAD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P200-PROCESSA-CLIENTE
                               UNTIL WS-CAD-STATUS NOT = "00"
               END-START
               CLOSE CAD-FILE
           END-IF

           PERFORM P500-RODAPE
           GOBACK.

       P050-LE-SESSAO.
           OPEN INPUT OPS-FILE
           IF WS-OPS-STATUS = "00"
               READ OPS-FILE
                   NOT AT END
                       IF OPS-NIVEL IS NUMERIC
                           MOVE OPS-NIVEL TO WS-NIVEL-SESSAO
                       END-IF
                       IF OPS-FILIAL IS NUMERIC
                          AND OPS-FILIAL > ZEROS
                           MOVE OPS-FILIAL TO WS-FILIAL-SESSAO
                       END-IF
               END-READ
               CLOSE OPS-FILE
           END-IF
           .

       P200-PROCESSA-CLIENTE.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
               NOT AT END
                   IF CAD-FILIAL IS NUMERIC AND CAD-FILIAL > ZEROS
                       MOVE CAD-FILIAL TO WS-FILIAL
                   ELSE
                       MOVE 1 TO WS-FILIAL
                   END-IF
                   IF CAD-ATIVO
                      AND (WS-NIVEL-SESSAO >= 3
                           OR WS-FILIAL-SESSAO = ZEROS
                           OR WS-FILIAL = WS-FILIAL-SESSAO)
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM P250-VERIFICA-CLIENTE
                   END-IF
           END-READ
           .

       P250-VERIFICA-CLIENTE.
           MOVE SPACES TO WS-MARCAS

      *>   CEP VALIDO: NO FORMATO, NA BASE DOS CORREIOS E DA MESMA UF
      *>   DO CADASTRO. SEM A BASE CARREGADA, SO O FORMATO CONTA.
           IF CAD-CEP(1:5) IS NOT NUMERIC
              OR CAD-CEP(6:1) NOT = "-"
              OR CAD-CEP(7:3) IS NOT NUMERIC
               MOVE "CEP" TO WS-MARCA-CEP
           ELSE
               CALL "cepUtil" USING CAD-CEP WS-CEP-ACHOU
                                    WS-CEP-LOGRADOURO WS-CEP-CIDADE
                                    WS-CEP-UF
               IF WS-CEP-ACHOU = "N"
                  OR (WS-CEP-ACHOU = "S" AND WS-CEP-UF NOT = CAD-UF)
                   MOVE "CEP" TO WS-MARCA-CEP
               END-IF
           END-IF
           IF CAD-TEL = SPACES
               MOVE "FONE" TO WS-MARCA-FONE
           END-IF
           IF CAD-CPF-CNPJ IS NOT NUMERIC
              OR CAD-CPF-CNPJ = ZEROS
               MOVE "DOC" TO WS-MARCA-DOC
           END-IF
           IF CAD-RENDA-MENSAL IS NOT NUMERIC
              OR CAD-RENDA-MENSAL = ZEROS
               MOVE "RENDA" TO WS-MARCA-RENDA
           END-IF

           IF WS-MARCAS NOT = SPACES
               PERFORM P400-IMPRIME-CLIENTE
           END-IF
           .

       P300-CABECALHO.
           MOVE "CADQUAL " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RPT-HORA FROM TIME
           MOVE 1 TO WS-RPT-PAGINA
           MOVE ZEROS TO WS-RPT-TOTAL-REGISTROS
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "QUALIDADE DO CADASTRO DE CLIENTES - CEP INVALIDO, "
                  "SEM TELEFONE, SEM CPF/CNPJ, SEM RENDA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM P590-ESCREVE-LINHA
           STRING "FL CODIG NOME            CEP       UF "
                  "PROBLEMAS"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P400-IMPRIME-CLIENTE.
           STRING WS-FILIAL " " CAD-CODIGO " " CAD-NOME " "
                  CAD-CEP " " CAD-UF " " WS-MARCA-CEP " "
                  WS-MARCA-FONE " " WS-MARCA-DOC " " WS-MARCA-RENDA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           ADD 1 TO WS-RPT-TOTAL-REGISTROS
           ADD 1 TO WS-FIL-CLIENTES(WS-FILIAL)
           IF WS-MARCA-CEP NOT = SPACES
               ADD 1 TO WS-FIL-CEP(WS-FILIAL)
               ADD 1 TO WS-TOT-CEP
           END-IF
           IF WS-MARCA-FONE NOT = SPACES
               ADD 1 TO WS-FIL-FONE(WS-FILIAL)
               ADD 1 TO WS-TOT-FONE
           END-IF
           IF WS-MARCA-DOC NOT = SPACES
               ADD 1 TO WS-FIL-DOC(WS-FILIAL)
               ADD 1 TO WS-TOT-DOC
           END-IF
           IF WS-MARCA-RENDA NOT = SPACES
               ADD 1 TO WS-FIL-RENDA(WS-FILIAL)
               ADD 1 TO WS-TOT-RENDA
           END-IF
           .

       P500-RODAPE.
           PERFORM P590-ESCREVE-LINHA
           STRING "TOTAIS POR FILIAL  CLIENTES    CEP   FONE    DOC"
                  "  RENDA"
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 99
               IF WS-FIL-CLIENTES(WS-FIL-IDX) > ZEROS
                   STRING "  FILIAL " WS-FIL-IDX "        "
                          WS-FIL-CLIENTES(WS-FIL-IDX) " "
                          WS-FIL-CEP(WS-FIL-IDX) " "
                          WS-FIL-FONE(WS-FIL-IDX) " "
                          WS-FIL-DOC(WS-FIL-IDX) " "
                          WS-FIL-RENDA(WS-FIL-IDX)
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
               END-IF
           END-PERFORM
           STRING "  TOTAL            " WS-RPT-TOTAL-REGISTROS " "
                  WS-TOT-CEP " " WS-TOT-FONE " " WS-TOT-DOC " "
                  WS-TOT-RENDA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "CLIENTES ATIVOS VERIFICADOS: " WS-TOTAL-LIDOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           CLOSE RPT-FILE
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           DISPLAY WS-LINHA-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           .

       END PROGRAM cadQual.
