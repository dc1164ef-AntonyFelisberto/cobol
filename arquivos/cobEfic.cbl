      *          from PAGHIST.DAT (pagamentos e encargos menos
      *          estornos), so the month-end meeting can compare
      *          recovery per collector instead of nobody being
      *          measurable. Next to the recovery goes the multa/mora
      *          each collector waived in the month (ISENCAO.DAT rows
      *          applied in the competencia, see isencao/iseRpt),
      *          and the attempts each collector logged in the month
      *          on the contact log (CONTATO.DAT) - recovery next to
      *          the effort behind it (rates in contRpt).
      *          Uses the RPTHDR.cpy header standard.
      *          Runs for the company of the session (or of the
      *          batch job's EMPRESA) or consolidated (00), named in
      *          the header; only that company's contracts enter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT ISE-FILE ASSIGN TO "ISENCAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISE-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WQ-FILE.
       FD  HIST-FILE.
           COPY PAGHFD.

       FD  ISE-FILE.
           COPY ISEFD.

       FD  CTT-FILE.
           COPY CTTFD.

       WORKING-STORAGE SECTION.
           COPY RPTHDR.
           COPY EMPLK.

       01  WS-VARIAVEIS.
           03  WS-WQ-STATUS        PIC XX.
           03  WS-HIST-STATUS      PIC XX.
           03  WS-ISE-STATUS       PIC XX.
           03  WS-CTT-STATUS       PIC XX.
           03  WS-CTT-EOF          PIC X VALUE "N".
               88  FIM-CONTATOS       VALUE "S".
           03  WS-ISE-EOF          PIC X VALUE "N".
               88  FIM-ISENCOES       VALUE "S".
           03  WS-WQ-EOF           PIC X VALUE "N".
               88  FIM-CARTEIRA       VALUE "S".
           03  WS-HIST-EOF         PIC X VALUE "N".
           03  WS-IDX              PIC 9(04).
           03  WS-COL-IDX          PIC 9(02).
           03  WS-TOT-RECUPERADO   PIC 9(12)V99 VALUE ZEROS.
           03  WS-TOT-ISENTO       PIC 9(10)V99 VALUE ZEROS.
           03  WS-TOT-TENTATIVAS   PIC 9(07) VALUE ZEROS.

       01  WS-QTD-CARTEIRA         PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-CARTEIRA.
               05  WS-COL-OPERADOR PIC X(08).
               05  WS-COL-CASOS    PIC 9(04).
               05  WS-COL-VALOR    PIC 9(10)V99.
               05  WS-COL-ISENTO   PIC 9(08)V99.
               05  WS-COL-TENTATIVAS PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           PERFORM P060-EMPRESA-DO-RELATORIO

           PERFORM P100-CARREGA-CARTEIRA
           IF WS-QTD-CARTEIRA = ZEROS
           END-IF

           PERFORM P200-ACUMULA-RECUPERACAO
           PERFORM P250-ACUMULA-ISENCOES
           PERFORM P280-ACUMULA-TENTATIVAS
           PERFORM P300-IMPRIME-RELATORIO
           GOBACK.

               PERFORM P110-LE-CARTEIRA
               PERFORM UNTIL FIM-CARTEIRA
                       OR WS-QTD-CARTEIRA = 2000
                   MOVE ZEROS       TO EMU-EMPRESA
                   MOVE WQ-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF EMU-OK
                       ADD 1 TO WS-QTD-CARTEIRA
                       MOVE WQ-CONTRATO
                           TO WS-CAR-CONTRATO(WS-QTD-CARTEIRA)
                       MOVE WQ-OPERADOR
                           TO WS-CAR-OPERADOR(WS-QTD-CARTEIRA)
                       PERFORM P120-REGISTRA-COLETOR
                               THRU P120-SAIDA
                   END-IF
                   PERFORM P110-LE-CARTEIRA
               END-PERFORM
               CLOSE WQ-FILE
                   TO WS-COL-OPERADOR(WS-QTD-COLETORES)
               MOVE 1     TO WS-COL-CASOS(WS-QTD-COLETORES)
               MOVE ZEROS TO WS-COL-VALOR(WS-QTD-COLETORES)
               MOVE ZEROS TO WS-COL-ISENTO(WS-QTD-COLETORES)
               MOVE ZEROS TO WS-COL-TENTATIVAS(WS-QTD-COLETORES)
           END-IF
           .
       P120-SAIDA.
           END-PERFORM
           .

       P250-ACUMULA-ISENCOES.
      *>   ISENCAO APLICADA CONTA NO MES DA DECISAO, PARA QUEM A
      *>   PEDIU.
           MOVE "N" TO WS-ISE-EOF
           OPEN INPUT ISE-FILE
           IF WS-ISE-STATUS = "00"
               PERFORM P260-LE-ISENCAO
               PERFORM UNTIL FIM-ISENCOES
                   COMPUTE WS-DATA-COMPET = ISE-DT-DECISAO / 100
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE ISE-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF ISE-APLICADA
                      AND WS-DATA-COMPET = WS-COMPETENCIA
                      AND EMU-OK
                       PERFORM P270-SOMA-ISENTO
                   END-IF
                   PERFORM P260-LE-ISENCAO
               END-PERFORM
               CLOSE ISE-FILE
           END-IF
           .

       P260-LE-ISENCAO.
           READ ISE-FILE
               AT END SET FIM-ISENCOES TO TRUE
           END-READ
           .

       P270-SOMA-ISENTO.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               IF WS-COL-OPERADOR(WS-COL-IDX) = ISE-OPERADOR
                   ADD ISE-VALOR-TOTAL TO WS-COL-ISENTO(WS-COL-IDX)
                   ADD ISE-VALOR-TOTAL TO WS-TOT-ISENTO
               END-IF
           END-PERFORM
           .

       P280-ACUMULA-TENTATIVAS.
      *>   TODA TENTATIVA DO MES CONTA, ATENDIDA OU NAO, PARA QUEM A
      *>   FEZ (OU PARA O DONO DO CASO, NA LIGACAO NAO ATENDIDA DO
      *>   DISCADOR - VER discRet).
           MOVE "N" TO WS-CTT-EOF
           OPEN INPUT CTT-FILE
           IF WS-CTT-STATUS = "00"
               PERFORM P285-LE-CONTATO
               PERFORM UNTIL FIM-CONTATOS
                   COMPUTE WS-DATA-COMPET = CTT-DATA / 100
                   MOVE ZEROS        TO EMU-EMPRESA
                   MOVE CTT-CONTRATO TO EMU-CONTRATO
                   PERFORM P065-ITEM-DA-EMPRESA
                   IF WS-DATA-COMPET = WS-COMPETENCIA
                      AND EMU-OK
                       PERFORM P290-SOMA-TENTATIVA
                   END-IF
                   PERFORM P285-LE-CONTATO
               END-PERFORM
               CLOSE CTT-FILE
           END-IF
           .

       P285-LE-CONTATO.
           READ CTT-FILE
               AT END SET FIM-CONTATOS TO TRUE
           END-READ
           .

       P290-SOMA-TENTATIVA.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               IF WS-COL-OPERADOR(WS-COL-IDX) = CTT-OPERADOR
                   ADD 1 TO WS-COL-TENTATIVAS(WS-COL-IDX)
                   ADD 1 TO WS-TOT-TENTATIVAS
               END-IF
           END-PERFORM
           .

       P300-IMPRIME-RELATORIO.
           MOVE "COBEFIC " TO WS-RPT-PROGRAMA
           ACCEPT WS-RPT-DATA FROM DATE YYYYMMDD
                   "  DATA: " WS-RPT-DATA
                   "  HORA: " WS-RPT-HORA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "EMPRESA: " WS-RPT-EMPRESA " - "
                   WS-RPT-EMPRESA-NOME
           DISPLAY "=============================================="
           DISPLAY " EFICACIA DE COBRANCA - COMPETENCIA "
                   WS-COMPETENCIA
           DISPLAY "=============================================="
           DISPLAY "COBRADOR  CASOS  VALOR RECUPERADO  VALOR ISENTO"
                   "  TENTATIVAS"
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-QTD-COLETORES
               DISPLAY WS-COL-OPERADOR(WS-COL-IDX) "  "
                       WS-COL-CASOS(WS-COL-IDX) "   "
                       WS-COL-VALOR(WS-COL-IDX) "  "
                       WS-COL-ISENTO(WS-COL-IDX) "  "
                       WS-COL-TENTATIVAS(WS-COL-IDX)
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY "TOTAL RECUPERADO NO MES: " WS-TOT-RECUPERADO
           DISPLAY "TOTAL ISENTO NO MES....: " WS-TOT-ISENTO
           DISPLAY "TENTATIVAS DE CONTATO..: " WS-TOT-TENTATIVAS
           DISPLAY "=============================================="
           DISPLAY "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                   "  PAGINA: " WS-RPT-PAGINA
           DISPLAY "=============================================="
           .

       P060-EMPRESA-DO-RELATORIO.
      *>   EMPRESA DA RODADA (SESSAO DO MENU OU AMBIENTE DO LOTE);
      *>   00 E O CONSOLIDADO DO GRUPO.
           MOVE "S" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           MOVE EMU-EMPRESA TO WS-RPT-EMPRESA
           MOVE EMU-NOME    TO WS-RPT-EMPRESA-NOME
           .

       P065-ITEM-DA-EMPRESA.
      *>   QUEM CHAMA POE EM EMU-EMPRESA A EMPRESA GRAVADA NO ITEM
      *>   (00 QUANDO NAO TEM) E EM EMU-CONTRATO O CONTRATO; EMU-OK
      *>   DIZ SE O ITEM ENTRA NO RELATORIO.
           MOVE "E" TO EMU-FUNCAO
           CALL "empUtil" USING EMU-PARAMETROS
           .

       END PROGRAM cobEfic.
