      ******************************************************************
      * Author:
      * Date:
      * Purpose: Balloon-parcela notice run - every night walks the
      *          active balloon contracts (FIN-AMORT-BALAO, booked by
      *          loanBatch with the residual on the last parcela) and
      *          takes those whose balloon still open in PAGMAST.DAT
      *          falls due within SYSPARM BALAO-DIAS-AVISO days. The
      *          due date follows the contract terms with the
      *          amendments of vencUtil and the month-end/business-day
      *          rules of dataUtil/diaUtil, the same date the boleto
      *          and posWork use. Each client gets one letter on
      *          BALAOAVISO.TXT with the balloon value and date and
      *          the three ways out: pay it (boleto or quitacao),
      *          refinance the residual (refin) or hand the vehicle
      *          back against the residual. The contracts already
      *          notified live in BALAOCTL.DAT so the letter goes out
      *          once. Contracts of a deceased client (obito) get no
      *          letter, and a returned address holds the letter
      *          until the address is fixed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. balaoAviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT BCT-FILE ASSIGN TO "BALAOCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BCT-STATUS.

               SELECT AVI-FILE ASSIGN TO "BALAOAVISO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CAD-FILE.
           COPY CADFD.

       FD  SYSPARM-FILE.
           COPY SYSPARMF.

      *>   UM REGISTRO POR CONTRATO JA AVISADO, COM A DATA DO AVISO.
       FD  BCT-FILE.
       01  BCT-REGISTRO.
           03  BCT-CONTRATO        PIC 9(06).
           03  BCT-DATA            PIC 9(8).

       FD  AVI-FILE.
       01  AVI-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SYSPARM.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-BCT-STATUS       PIC XX.
           03  WS-AVI-STATUS       PIC XX.
           03  WS-BCT-EOF          PIC X.
               88  FIM-CONTROLE       VALUE "S".
           03  WS-JA-AVISADO       PIC X.
               88  CONTRATO-AVISADO   VALUE "S".
           03  WS-IDX              PIC 9(05).
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-ULT-PAGA         PIC 999.
           03  WS-DIAS-FALTAM      PIC S9(05).
           03  WS-QTD-BALAO        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-AVISOS       PIC 9(06) VALUE ZEROS.
           03  WS-QTD-JA-AVISADOS  PIC 9(06) VALUE ZEROS.
           03  WS-QTD-FORA-PRAZO   PIC 9(06) VALUE ZEROS.
           03  WS-QTD-OBITO        PIC 9(06) VALUE ZEROS.
           03  WS-QTD-SEM-ENDERECO PIC 9(06) VALUE ZEROS.
           03  WS-TOT-BALAO        PIC 9(10)V99 VALUE ZEROS.
           03  WS-VALOR-BALAO      PIC 9(07)V99.
           03  WS-VALOR-EDIT       PIC ZZ.ZZZ.ZZ9,99.
           03  WS-RESIDUAL-EDIT    PIC ZZZ.ZZ9,99.
           03  WS-PCT-EDIT         PIC Z9,99.
           03  WS-TOT-EDIT         PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-DATA-EDIT        PIC X(10).
           03  WS-LINHA-EDIT       PIC X(80).

       01  WS-DATA-HOJE            PIC 9(8).
       77  WS-MES-TOTAL            PIC 9(6).

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
           03  WS-CD-MM            PIC 9(2).
           03  WS-CD-DD            PIC 9(2).

       01  WS-DATA-VENCIMENTO      PIC 9(8).
       01  WS-VENCIMENTO-QUEBRA REDEFINES WS-DATA-VENCIMENTO.
           03  WS-VC-AAAA          PIC 9(4).
           03  WS-VC-MM            PIC 9(2).
           03  WS-VC-DD            PIC 9(2).

      *>   CONTRATOS JA AVISADOS EM NOITES ANTERIORES (BALAOCTL.DAT).
       01  WS-QTD-CONTROLE         PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CONTROLE.
           03  WS-BCT-ITEM OCCURS 0 TO 20000 TIMES
                           DEPENDING ON WS-QTD-CONTROLE.
               05  WS-BCT-CONTRATO PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM P050-LE-PARAMETROS-SISTEMA
           PERFORM P060-CARREGA-CONTROLE

           DISPLAY "=============================================="
           DISPLAY "   AVISO DE PARCELA BALAO - " WS-DATA-HOJE
           DISPLAY "   VENCIMENTO EM ATE " WS-SYS-BALAO-DIAS-AVISO
                   " DIAS"
           DISPLAY "=============================================="

           OPEN INPUT FIN-FILE
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "FINMAST.DAT INDISPONIVEL - STATUS "
                       WS-FIN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PAG-FILE
           OPEN INPUT CAD-FILE
           OPEN EXTEND AVI-FILE
           IF WS-AVI-STATUS = "35"
               OPEN OUTPUT AVI-FILE
               CLOSE AVI-FILE
               OPEN EXTEND AVI-FILE
           END-IF
           OPEN EXTEND BCT-FILE
           IF WS-BCT-STATUS = "35"
               OPEN OUTPUT BCT-FILE
               CLOSE BCT-FILE
               OPEN EXTEND BCT-FILE
           END-IF

           MOVE ZEROS TO FIN-CONTRATO
           START FIN-FILE KEY IS NOT LESS THAN FIN-CONTRATO
               INVALID KEY
                   DISPLAY "NENHUM FINANCIAMENTO CADASTRADO"
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P200-PROCESSA-CONTRATO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START

           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CAD-FILE
           CLOSE AVI-FILE
           CLOSE BCT-FILE

           MOVE WS-TOT-BALAO TO WS-TOT-EDIT
           DISPLAY "=============================================="
           DISPLAY "CONTRATOS BALAO ATIVOS...: " WS-QTD-BALAO
           DISPLAY "AVISOS EM BALAOAVISO.TXT.: " WS-QTD-AVISOS
           DISPLAY "JA AVISADOS ANTES........: " WS-QTD-JA-AVISADOS
           DISPLAY "FORA DA JANELA DE AVISO..: " WS-QTD-FORA-PRAZO
           DISPLAY "SUPRIMIDOS - OBITO.......: " WS-QTD-OBITO
           DISPLAY "RETIDOS - ENDERECO DEVOL.: " WS-QTD-SEM-ENDERECO
           DISPLAY "VALOR DAS PARCELAS AVISAD: " WS-TOT-EDIT
           DISPLAY "=============================================="
           GOBACK.

       P050-LE-PARAMETROS-SISTEMA.
           OPEN INPUT SYSPARM-FILE
           IF WS-SYSPARM-STATUS = "00"
               READ SYSPARM-FILE
                   NOT AT END
                       IF SYS-PARM-BALAO-DIAS-AVISO IS NUMERIC
                          AND SYS-PARM-BALAO-DIAS-AVISO > ZEROS
                           MOVE SYS-PARM-BALAO-DIAS-AVISO
                               TO WS-SYS-BALAO-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE SYSPARM-FILE
           END-IF
           .

       P060-CARREGA-CONTROLE.
           MOVE "N" TO WS-BCT-EOF
           OPEN INPUT BCT-FILE
           IF WS-BCT-STATUS = "00"
               PERFORM P065-LE-CONTROLE
               PERFORM UNTIL FIM-CONTROLE
                       OR WS-QTD-CONTROLE = 20000
                   ADD 1 TO WS-QTD-CONTROLE
                   MOVE BCT-CONTRATO
                       TO WS-BCT-CONTRATO(WS-QTD-CONTROLE)
                   PERFORM P065-LE-CONTROLE
               END-PERFORM
               CLOSE BCT-FILE
           END-IF
           .

       P065-LE-CONTROLE.
           READ BCT-FILE
               AT END SET FIM-CONTROLE TO TRUE
           END-READ
           .

       P200-PROCESSA-CONTRATO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-ATIVO AND FIN-AMORT-BALAO
                       ADD 1 TO WS-QTD-BALAO
                       PERFORM P300-AVALIA-CONTRATO THRU P300-SAIDA
                   END-IF
           END-READ
           .

       P300-AVALIA-CONTRATO.
           MOVE "N" TO WS-JA-AVISADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTROLE
               IF WS-BCT-CONTRATO(WS-IDX) = FIN-CONTRATO
                   SET CONTRATO-AVISADO TO TRUE
               END-IF
           END-PERFORM
           IF CONTRATO-AVISADO
               ADD 1 TO WS-QTD-JA-AVISADOS
               GO TO P300-SAIDA
           END-IF

      *>   BALAO JA PAGO (OU QUITADO NA POSICAO DE PAGAMENTOS): NADA
      *>   A AVISAR.
           MOVE FIN-CONTRATO TO PAG-CONTRATO
           READ PAG-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-ULT-PAGA
               NOT INVALID KEY
                   MOVE PAG-ULT-PARCELA-PAGA TO WS-ULT-PAGA
           END-READ
           IF WS-ULT-PAGA >= FIN-NUM-PARCELAS
               GO TO P300-SAIDA
           END-IF

           PERFORM P310-VENCIMENTO-BALAO
           COMPUTE WS-DIAS-FALTAM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           IF WS-DIAS-FALTAM > WS-SYS-BALAO-DIAS-AVISO
               ADD 1 TO WS-QTD-FORA-PRAZO
               GO TO P300-SAIDA
           END-IF

      *>   CLIENTE FALECIDO: O CONTRATO ESTA CONGELADO (obito.cbl) E
      *>   A FAMILIA NAO RECEBE O AVISO.
           CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
           IF WS-DT-OBITO NOT = ZEROS
               ADD 1 TO WS-QTD-OBITO
               GO TO P300-SAIDA
           END-IF

      *>   ENDERECO DEVOLVIDO: O AVISO FICA RETIDO E SAI NA PRIMEIRA
      *>   NOITE DEPOIS DA CORRECAO DO CADASTRO.
           MOVE FIN-COD-CLIENTE TO CAD-CODIGO
           READ CAD-FILE
               INVALID KEY
                   MOVE SPACES TO CAD-NOME CAD-LOGRADOURO CAD-NUMERO
                                  CAD-CIDADE CAD-UF CAD-CEP
                                  CAD-END-QUALIDADE
           END-READ
           IF CAD-ENDERECO-DEVOLVIDO
               ADD 1 TO WS-QTD-SEM-ENDERECO
               GO TO P300-SAIDA
           END-IF

           PERFORM P600-GERA-AVISO
           MOVE FIN-CONTRATO TO BCT-CONTRATO
           MOVE WS-DATA-HOJE TO BCT-DATA
           WRITE BCT-REGISTRO
           .
       P300-SAIDA.
           EXIT.

       P310-VENCIMENTO-BALAO.
      *>   MESMA REGRA DE VENCIMENTO DO BOLETO: MES DO CONTRATO MAIS
      *>   O NUMERO DA PARCELA, COM AS ALTERACOES (vencUtil), O FIM
      *>   DE MES (dataUtil) E O DIA UTIL (diaUtil).
           MOVE FIN-DT-CONTRATO TO WS-DT-CONTRATO-COPIA
           COMPUTE WS-MES-TOTAL = WS-CD-MM + FIN-NUM-PARCELAS
           COMPUTE WS-VC-AAAA = WS-CD-AAAA
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO FIN-NUM-PARCELAS
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           .

       P600-GERA-AVISO.
           MOVE FIN-PARCELAS(FIN-NUM-PARCELAS) TO WS-VALOR-BALAO
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-VC-DD "/" WS-VC-MM "/" WS-VC-AAAA
                  DELIMITED BY SIZE INTO WS-DATA-EDIT

           MOVE ALL "=" TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "AVISO DE PARCELA BALAO - CONTRATO " FIN-CONTRATO
                  "  DATA: " WS-DATA-HOJE
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "CLIENTE: " CAD-NOME
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-LOGRADOURO ", " CAD-NUMERO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING CAD-CIDADE " - " CAD-UF "  CEP " CAD-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "OBJETO: " FIN-OBJETO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA

           MOVE WS-VALOR-BALAO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "A PARCELA " FIN-NUM-PARCELAS
                  " (BALAO) DE " WS-VALOR-EDIT
                  " VENCE EM " WS-DATA-EDIT
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE FIN-VALOR-RESIDUAL TO WS-RESIDUAL-EDIT
           MOVE FIN-PCT-RESIDUAL   TO WS-PCT-EDIT
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "E INCLUI O RESIDUAL DE " WS-RESIDUAL-EDIT
                  " (" WS-PCT-EDIT "% DO VALOR FINANCIADO)."
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           MOVE WS-LINHA-EDIT TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "ATE O VENCIMENTO, ESCOLHA UMA DAS OPCOES:"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "  1 - PAGAR A PARCELA BALAO PELO BOLETO OU QUITAR O"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "      CONTRATO ANTECIPADAMENTE COM DESCONTO DE JUROS;"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "  2 - REFINANCIAR O RESIDUAL EM NOVAS PARCELAS,"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "      SUJEITO A ANALISE DE CREDITO;"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "  3 - DEVOLVER O VEICULO, QUE E AVALIADO E ABATIDO DO"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "      RESIDUAL NA ENTREGA."
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "PROCURE UMA DE NOSSAS LOJAS OU A CENTRAL DE"
               TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE "ATENDIMENTO." TO AVI-LINHA
           WRITE AVI-LINHA
           MOVE ALL "=" TO AVI-LINHA
           WRITE AVI-LINHA

           ADD 1              TO WS-QTD-AVISOS
           ADD WS-VALOR-BALAO TO WS-TOT-BALAO
           .
