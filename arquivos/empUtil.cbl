      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared company (multi-empresa) routine - one place
      *          for everything the programs need to know about the
      *          group's legal entities (EMPRESA.DAT, EMPFD.cpy): which
      *          company a run is for (session, batch environment or
      *          a company fixed by a control program), which company
      *          a contract belongs to (its number range), the next
      *          contract number of a company (one sequence per
      *          company on CONTSEQ.DAT) and the company's own name
      *          for a per-company output file. The call area and
      *          the services are described in EMPLK.cpy. Without
      *          EMPRESA.DAT everything answers as the single company
      *          01, so an installation with one company runs exactly
      *          as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. empUtil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMP-FILE ASSIGN TO "EMPRESA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EMP-STATUS.

               SELECT OPS-FILE ASSIGN TO "OPERSESS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-STATUS.

               SELECT SEQ-FILE ASSIGN TO "CONTSEQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
           COPY EMPFD.

       FD  OPS-FILE.
           COPY OPSFD.

       FD  SEQ-FILE.
           COPY CTRSEQ.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-EMP-STATUS       PIC XX.
           03  WS-OPS-STATUS       PIC XX.
           03  WS-SEQ-STATUS       PIC XX.
           03  WS-EMP-EOF          PIC X.
               88  FIM-EMPRESAS       VALUE "S".
           03  WS-SEQ-EOF          PIC X.
               88  FIM-SEQUENCIAS     VALUE "S".
           03  WS-CARREGADAS       PIC X VALUE "N".
               88  EMPRESAS-CARREGADAS VALUE "S".
           03  WS-FIXADA           PIC X VALUE "N".
               88  EMPRESA-FIXADA     VALUE "S".
           03  WS-EMPRESA-FIXA     PIC 9(02) VALUE ZEROS.
           03  WS-EMPRESA-RODADA   PIC 9(02) VALUE ZEROS.
           03  WS-EMPRESA-AMBIENTE PIC X(02).
           03  WS-IDX              PIC 9(03).
           03  WS-ACHADA           PIC 9(03).
           03  WS-TENTATIVAS       PIC 9.
           03  WS-EMPRESA-PEDIDA   PIC 9(02).
           03  WS-ULTIMO           PIC 9(06).
           03  WS-SEQ-ACHADA       PIC 9(03).
           03  WS-ARQ-BASE         PIC X(30).
           03  WS-ARQ-EXTENSAO     PIC X(10).
           03  WS-ARQ-NOVO         PIC X(31).

      *>   CADASTRO DE EMPRESAS, CARREGADO NA PRIMEIRA CHAMADA.
       01  WS-QTD-EMPRESAS         PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-EMPRESAS.
           03  WS-EMP-ITEM OCCURS 0 TO 99 TIMES
                           DEPENDING ON WS-QTD-EMPRESAS.
               05  WS-EMP-CODIGO   PIC 9(02).
               05  WS-EMP-RAZAO    PIC X(30).
               05  WS-EMP-CNPJ     PIC 9(14).
               05  WS-EMP-INICIO   PIC 9(06).
               05  WS-EMP-FIM      PIC 9(06).
               05  WS-EMP-SIT      PIC X(01).

      *>   SEQUENCIAS DE CONTRATO, UMA LINHA POR EMPRESA.
       01  WS-QTD-SEQ              PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-SEQ.
           03  WS-SEQ-ITEM OCCURS 0 TO 99 TIMES
                           DEPENDING ON WS-QTD-SEQ.
               05  WS-SEQ-EMPRESA  PIC 9(02).
               05  WS-SEQ-ULTIMO   PIC 9(06).

       LINKAGE SECTION.
           COPY EMPLK.

       PROCEDURE DIVISION USING EMU-PARAMETROS.
       MAIN-PROCEDURE.
           IF EMU-FUNCAO = "R"
               MOVE "N"   TO WS-CARREGADAS
               MOVE ZEROS TO WS-QTD-EMPRESAS
           END-IF
           IF NOT EMPRESAS-CARREGADAS
               PERFORM P050-CARREGA-EMPRESAS
           END-IF
           MOVE "S" TO EMU-RETORNO
           EVALUATE EMU-FUNCAO
               WHEN "S"
                   PERFORM P100-EMPRESA-DA-RODADA
               WHEN "F"
                   MOVE EMU-EMPRESA TO WS-EMPRESA-FIXA
                   SET EMPRESA-FIXADA TO TRUE
               WHEN "L"
                   MOVE "N" TO WS-FIXADA
               WHEN "V"
               WHEN "R"
                   CONTINUE
               WHEN "P"
                   PERFORM P200-PEDE-EMPRESA
                       THRU P200-SAIDA
                   MOVE EMU-EMPRESA TO WS-EMPRESA-RODADA
               WHEN "C"
                   PERFORM P300-EMPRESA-DO-CONTRATO
               WHEN "E"
                   PERFORM P350-ITEM-DA-RODADA
                       THRU P350-SAIDA
               WHEN "N"
                   PERFORM P400-PROXIMO-CONTRATO
                       THRU P400-SAIDA
               WHEN "A"
                   PERFORM P500-ARQUIVO-DA-EMPRESA
                       THRU P500-SAIDA
               WHEN OTHER
                   MOVE "N" TO EMU-RETORNO
           END-EVALUATE
           IF EMU-FUNCAO NOT = "A" AND EMU-FUNCAO NOT = "E"
               PERFORM P090-DADOS-DA-EMPRESA
           END-IF
           GOBACK.

       P050-CARREGA-EMPRESAS.
           MOVE "N" TO WS-EMP-EOF
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS = "00"
               PERFORM P055-LE-EMPRESA
               PERFORM UNTIL FIM-EMPRESAS OR WS-QTD-EMPRESAS = 99
                   IF EMP-CODIGO IS NUMERIC AND EMP-CODIGO > ZEROS
                       ADD 1 TO WS-QTD-EMPRESAS
                       MOVE EMP-CODIGO
                           TO WS-EMP-CODIGO(WS-QTD-EMPRESAS)
                       MOVE EMP-RAZAO-SOCIAL
                           TO WS-EMP-RAZAO(WS-QTD-EMPRESAS)
                       MOVE EMP-CNPJ
                           TO WS-EMP-CNPJ(WS-QTD-EMPRESAS)
                       MOVE EMP-CTR-INICIO
                           TO WS-EMP-INICIO(WS-QTD-EMPRESAS)
                       MOVE EMP-CTR-FIM
                           TO WS-EMP-FIM(WS-QTD-EMPRESAS)
                       MOVE EMP-SITUACAO
                           TO WS-EMP-SIT(WS-QTD-EMPRESAS)
                   END-IF
                   PERFORM P055-LE-EMPRESA
               END-PERFORM
               CLOSE EMP-FILE
           END-IF
      *>   SEM CADASTRO, O SISTEMA E A EMPRESA UNICA 01 COM TODA A
      *>   FAIXA DE NUMERACAO.
           IF WS-QTD-EMPRESAS = ZEROS
               MOVE 1      TO WS-QTD-EMPRESAS
               MOVE 1      TO WS-EMP-CODIGO(1)
               MOVE "EMPRESA 01" TO WS-EMP-RAZAO(1)
               MOVE ZEROS  TO WS-EMP-CNPJ(1)
               MOVE 1      TO WS-EMP-INICIO(1)
               MOVE 999999 TO WS-EMP-FIM(1)
               MOVE "A"    TO WS-EMP-SIT(1)
           END-IF
           SET EMPRESAS-CARREGADAS TO TRUE
           .

       P055-LE-EMPRESA.
           READ EMP-FILE
               AT END SET FIM-EMPRESAS TO TRUE
           END-READ
           .

       P060-PROCURA-EMPRESA.
           MOVE ZEROS TO WS-ACHADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-EMPRESAS
               IF WS-EMP-CODIGO(WS-IDX) = EMU-EMPRESA
                   MOVE WS-IDX TO WS-ACHADA
               END-IF
           END-PERFORM
           .

       P090-DADOS-DA-EMPRESA.
      *>   NOME, CNPJ E QUANTIDADE DE EMPRESAS ATIVAS VOLTAM EM
      *>   TODOS OS SERVICOS; EMPRESA 00 E O CONSOLIDADO DO GRUPO.
           MOVE ZEROS TO EMU-QTD-ATIVAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-EMPRESAS
               IF WS-EMP-SIT(WS-IDX) NOT = "I"
                   ADD 1 TO EMU-QTD-ATIVAS
               END-IF
           END-PERFORM
           IF EMU-EMPRESA = ZEROS
               MOVE "CONSOLIDADO" TO EMU-NOME
               MOVE ZEROS         TO EMU-CNPJ
           ELSE
               PERFORM P060-PROCURA-EMPRESA
               IF WS-ACHADA = ZEROS
                   MOVE "EMPRESA NAO CADASTRADA" TO EMU-NOME
                   MOVE ZEROS TO EMU-CNPJ
                   MOVE "N"   TO EMU-RETORNO
               ELSE
                   MOVE WS-EMP-RAZAO(WS-ACHADA) TO EMU-NOME
                   MOVE WS-EMP-CNPJ(WS-ACHADA)  TO EMU-CNPJ
                   IF WS-EMP-SIT(WS-ACHADA) = "I"
                       MOVE "N" TO EMU-RETORNO
                   END-IF
               END-IF
           END-IF
           .

       P100-EMPRESA-DA-RODADA.
           IF EMPRESA-FIXADA
               MOVE WS-EMPRESA-FIXA TO EMU-EMPRESA
           ELSE
               MOVE ZEROS TO EMU-EMPRESA
               OPEN INPUT OPS-FILE
               IF WS-OPS-STATUS = "00"
                   READ OPS-FILE
                       NOT AT END
                           IF OPS-EMPRESA IS NUMERIC
                               MOVE OPS-EMPRESA TO EMU-EMPRESA
                           END-IF
                   END-READ
                   CLOSE OPS-FILE
               ELSE
      *>           FORA DO MENU (LOTE NOTURNO): A EMPRESA VEM DO
      *>           AMBIENTE DO JOB; SEM ELA, CONSOLIDADO.
                   MOVE SPACES TO WS-EMPRESA-AMBIENTE
                   ACCEPT WS-EMPRESA-AMBIENTE
                       FROM ENVIRONMENT "EMPRESA"
                   IF WS-EMPRESA-AMBIENTE IS NUMERIC
                       MOVE WS-EMPRESA-AMBIENTE TO EMU-EMPRESA
                   END-IF
               END-IF
           END-IF
           MOVE EMU-EMPRESA TO WS-EMPRESA-RODADA
           .

       P200-PEDE-EMPRESA.
      *>   SAIDAS QUE PERTENCEM A UMA PESSOA JURIDICA (ARQUIVO
      *>   REGULATORIO, PROVISAO, DARF DO IOF, FECHAMENTO) NAO
      *>   EXISTEM NO CONSOLIDADO - COM MAIS DE UMA EMPRESA ATIVA A
      *>   EMPRESA E PEDIDA NA TELA.
           IF EMU-EMPRESA NOT = ZEROS
               GO TO P200-SAIDA
           END-IF
           PERFORM P090-DADOS-DA-EMPRESA
           MOVE "S" TO EMU-RETORNO
           IF EMU-QTD-ATIVAS <= 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-EMPRESAS
                   IF WS-EMP-SIT(WS-IDX) NOT = "I"
                       MOVE WS-EMP-CODIGO(WS-IDX) TO EMU-EMPRESA
                   END-IF
               END-PERFORM
               IF EMU-EMPRESA = ZEROS
                   MOVE 1 TO EMU-EMPRESA
               END-IF
               GO TO P200-SAIDA
           END-IF
           DISPLAY "EMPRESAS DO GRUPO:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-EMPRESAS
               IF WS-EMP-SIT(WS-IDX) NOT = "I"
                   DISPLAY "  " WS-EMP-CODIGO(WS-IDX) " - "
                           WS-EMP-RAZAO(WS-IDX)
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM UNTIL EMU-EMPRESA NOT = ZEROS
                   OR WS-TENTATIVAS >= 3
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "EMPRESA: "
               ACCEPT WS-EMPRESA-PEDIDA
               MOVE WS-EMPRESA-PEDIDA TO EMU-EMPRESA
               PERFORM P060-PROCURA-EMPRESA
               IF WS-ACHADA = ZEROS
                   DISPLAY "EMPRESA NAO CADASTRADA."
                   MOVE ZEROS TO EMU-EMPRESA
               ELSE
                   IF WS-EMP-SIT(WS-ACHADA) = "I"
                       DISPLAY "EMPRESA INATIVA."
                       MOVE ZEROS TO EMU-EMPRESA
                   END-IF
               END-IF
           END-PERFORM
           .
       P200-SAIDA.
           EXIT.

       P300-EMPRESA-DO-CONTRATO.
      *>   A FAIXA DE NUMERACAO DIZ A EMPRESA; CONTRATO FORA DE
      *>   TODAS AS FAIXAS (OU SEM CONTRATO) E DA EMPRESA 01.
           MOVE 1 TO EMU-EMPRESA
           IF EMU-CONTRATO > ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-EMPRESAS
                   IF EMU-CONTRATO >= WS-EMP-INICIO(WS-IDX)
                      AND EMU-CONTRATO <= WS-EMP-FIM(WS-IDX)
                       MOVE WS-EMP-CODIGO(WS-IDX) TO EMU-EMPRESA
                   END-IF
               END-PERFORM
           END-IF
           .

       P350-ITEM-DA-RODADA.
      *>   FILTRO DOS RELATORIOS: O ITEM E DA EMPRESA DA RODADA (A
      *>   ULTIMA DEVOLVIDA POR S)? NO CONSOLIDADO TUDO ENTRA. ITEM
      *>   SEM EMPRESA (GRAVADO ANTES DO CAMPO EXISTIR) VALE PELA
      *>   FAIXA DE NUMERACAO DO CONTRATO.
           IF WS-EMPRESA-RODADA = ZEROS
               GO TO P350-SAIDA
           END-IF
           IF EMU-EMPRESA IS NOT NUMERIC OR EMU-EMPRESA = ZEROS
               PERFORM P300-EMPRESA-DO-CONTRATO
           END-IF
           IF EMU-EMPRESA NOT = WS-EMPRESA-RODADA
               MOVE "N" TO EMU-RETORNO
           END-IF
           .
       P350-SAIDA.
           EXIT.

       P400-PROXIMO-CONTRATO.
           MOVE ZEROS TO EMU-CONTRATO
           IF EMU-EMPRESA = ZEROS
               MOVE 1 TO EMU-EMPRESA
           END-IF
           PERFORM P060-PROCURA-EMPRESA
           IF WS-ACHADA = ZEROS
               DISPLAY "EMPRESA " EMU-EMPRESA " NAO CADASTRADA - "
                       "CONTRATO NAO NUMERADO."
               MOVE "N" TO EMU-RETORNO
               GO TO P400-SAIDA
           END-IF
           PERFORM P410-CARREGA-SEQUENCIAS

           MOVE ZEROS TO WS-SEQ-ACHADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEQ
               IF WS-SEQ-EMPRESA(WS-IDX) = EMU-EMPRESA
                   MOVE WS-IDX TO WS-SEQ-ACHADA
               END-IF
           END-PERFORM
           IF WS-SEQ-ACHADA = ZEROS
               IF WS-QTD-SEQ = 99
                   MOVE "N" TO EMU-RETORNO
                   GO TO P400-SAIDA
               END-IF
               ADD 1 TO WS-QTD-SEQ
               MOVE WS-QTD-SEQ  TO WS-SEQ-ACHADA
               MOVE EMU-EMPRESA TO WS-SEQ-EMPRESA(WS-SEQ-ACHADA)
               MOVE ZEROS       TO WS-SEQ-ULTIMO(WS-SEQ-ACHADA)
           END-IF

           COMPUTE WS-ULTIMO = WS-SEQ-ULTIMO(WS-SEQ-ACHADA) + 1
           IF WS-ULTIMO < WS-EMP-INICIO(WS-ACHADA)
               MOVE WS-EMP-INICIO(WS-ACHADA) TO WS-ULTIMO
           END-IF
           IF WS-ULTIMO > WS-EMP-FIM(WS-ACHADA)
              OR WS-SEQ-ULTIMO(WS-SEQ-ACHADA) = 999999
               DISPLAY "FAIXA DE CONTRATOS DA EMPRESA " EMU-EMPRESA
                       " ESGOTADA - AMPLIE A FAIXA NO CADASTRO."
               MOVE "N" TO EMU-RETORNO
               GO TO P400-SAIDA
           END-IF
           MOVE WS-ULTIMO TO WS-SEQ-ULTIMO(WS-SEQ-ACHADA)
           MOVE WS-ULTIMO TO EMU-CONTRATO

           OPEN OUTPUT SEQ-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SEQ
               MOVE WS-SEQ-ULTIMO(WS-IDX)  TO SEQ-ULT-CONTRATO
               MOVE WS-SEQ-EMPRESA(WS-IDX) TO SEQ-EMPRESA
               WRITE SEQ-REGISTRO
           END-PERFORM
           CLOSE SEQ-FILE
           .
       P400-SAIDA.
           EXIT.

       P410-CARREGA-SEQUENCIAS.
      *>   A LINHA UNICA DO FORMATO ANTIGO (SEM EMPRESA) E A
      *>   SEQUENCIA DA EMPRESA 01.
           MOVE ZEROS TO WS-QTD-SEQ
           MOVE "N"   TO WS-SEQ-EOF
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P415-LE-SEQUENCIA
               PERFORM UNTIL FIM-SEQUENCIAS OR WS-QTD-SEQ = 99
                   ADD 1 TO WS-QTD-SEQ
                   IF SEQ-EMPRESA IS NUMERIC AND SEQ-EMPRESA > ZEROS
                       MOVE SEQ-EMPRESA TO WS-SEQ-EMPRESA(WS-QTD-SEQ)
                   ELSE
                       MOVE 1 TO WS-SEQ-EMPRESA(WS-QTD-SEQ)
                   END-IF
                   IF SEQ-ULT-CONTRATO IS NUMERIC
                       MOVE SEQ-ULT-CONTRATO
                           TO WS-SEQ-ULTIMO(WS-QTD-SEQ)
                   ELSE
                       MOVE ZEROS TO WS-SEQ-ULTIMO(WS-QTD-SEQ)
                   END-IF
                   PERFORM P415-LE-SEQUENCIA
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF
           .

       P415-LE-SEQUENCIA.
           READ SEQ-FILE
               AT END SET FIM-SEQUENCIAS TO TRUE
           END-READ
           .

       P500-ARQUIVO-DA-EMPRESA.
      *>   COM UMA SO EMPRESA ATIVA (OU NO CONSOLIDADO) O ARQUIVO
      *>   FICA COM O NOME DE SEMPRE; COM MAIS DE UMA, CADA EMPRESA
      *>   TEM O SEU: REGCRED.DAT DA EMPRESA 02 E ARQUIVADO COMO
      *>   REGCRED-E02.DAT. O ARQUIVO EM SI NAO E MEXIDO - QUEM CHAMA
      *>   AVISA O OPERADOR DO NOME.
           PERFORM P090-DADOS-DA-EMPRESA
           MOVE "S" TO EMU-RETORNO
           IF EMU-QTD-ATIVAS <= 1 OR EMU-EMPRESA = ZEROS
               GO TO P500-SAIDA
           END-IF
           MOVE SPACES TO WS-ARQ-BASE WS-ARQ-EXTENSAO
           UNSTRING EMU-ARQUIVO DELIMITED BY "."
               INTO WS-ARQ-BASE WS-ARQ-EXTENSAO
           END-UNSTRING
           MOVE SPACES TO WS-ARQ-NOVO
           STRING WS-ARQ-BASE DELIMITED BY SPACE
                  "-E" EMU-EMPRESA "." DELIMITED BY SIZE
                  WS-ARQ-EXTENSAO DELIMITED BY SPACE
                  INTO WS-ARQ-NOVO
           END-STRING
           MOVE WS-ARQ-NOVO TO EMU-ARQUIVO
           .
       P500-SAIDA.
           EXIT.

       END PROGRAM empUtil.
