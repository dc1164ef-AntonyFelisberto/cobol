      ******************************************************************
      * Author:
      * Date:
      * Purpose: Data-subject access report (LGPD direito de acesso) -
      *          given a CPF/CNPJ, finds every customer code ever tied
      *          to it (the customer master by the tax-ID key, the
      *          CPF-CNPJ changes on CUSTAUDIT.DAT and the merges on
      *          UNIFICA.DAT) and writes in one report, TITULAR.RPT,
      *          everything we hold on that person: the customer
      *          record, the change and address history, the
      *          contracts (held, transferred away, and archived ones
      *          read from the same archive files the retrieval
      *          program arqResg restores from), payments, credit
      *          restrictions with their origin (CREDHIST.LOG),
      *          scores, consents, returned mail, collection contacts,
      *          legal cases, and the third parties the data went to:
      *          credit bureau and the regulator's credit register,
      *          insurers, the messaging bureau, the lien registrar,
      *          portfolio buyers, collection agencies and law firms.
      *          Read only - nothing is restored or changed; the
      *          consultation itself goes to the access log
      *          (acessoUtil, ACESSO.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. titular.

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

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-CODIGO
                   FILE STATUS IS WS-CRED-STATUS.

               SELECT AUD-FILE ASSIGN TO "CUSTAUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT UNI-FILE ASSIGN TO "UNIFICA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT TRF-FILE ASSIGN TO "TRANSFER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT AQF-FILE ASSIGN TO "ARQFIN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT AQH-FILE ASSIGN TO "ARQHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT HIST-FILE ASSIGN TO "PAGHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT CRH-FILE ASSIGN TO "CREDHIST.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT NGB-FILE ASSIGN TO "NEGATIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT ESC-FILE ASSIGN TO "ESCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT CNS-FILE ASSIGN TO "CONSENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT DVC-FILE ASSIGN TO "DEVCOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT CTT-FILE ASSIGN TO "CONTATO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT JRD-FILE ASSIGN TO "JURIDICO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT GAR-FILE ASSIGN TO "GARANTIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT CSS-FILE ASSIGN TO "CESSAO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT ASC-FILE ASSIGN TO "ASSCART.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT SIN-FILE ASSIGN TO "SINISTRO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT OBC-FILE ASSIGN TO "OBITOCTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEQ-STATUS.

               SELECT RPT-FILE ASSIGN TO "TITULAR.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
           COPY CADFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CRED-FILE.
           COPY CREDFD.

       FD  AUD-FILE.
           COPY AUDFD.

       FD  UNI-FILE.
           COPY UNIFD.

       FD  TRF-FILE.
           COPY TRFFD.

      *>   LAYOUT DO arquiva/arqResg: DATA DE ARQUIVAMENTO E A
      *>   IMAGEM DO REGISTRO VIVO. OS CAMPOS LIDOS AQUI ESTAO NA
      *>   MESMA POSICAO NOS DOIS LAYOUTS DA IMAGEM.
       FD  AQF-FILE.
           COPY AQFFD.
       01  AQF-CONTRATO-ARQ REDEFINES AQF-REGISTRO.
           03  FILLER              PIC 9(8).
           03  AQF-CONTRATO        PIC 9(06).
           03  AQF-COD-CLIENTE     PIC 9(05).
           03  FILLER              PIC X(20).
           03  AQF-OBJETO          PIC X(20).
           03  AQF-VALOR           PIC 9(06)V99.
           03  FILLER              PIC X(13).
           03  AQF-NUM-PARCELAS    PIC 999.
           03  AQF-DT-CONTRATO     PIC 9(8).
           03  FILLER              PIC X(23).
           03  AQF-SITUACAO        PIC X(01).
           03  FILLER              PIC X(37).
           03  AQF-PRESTAMISTA     PIC X(01).
           03  FILLER              PIC X(3815).

       FD  AQH-FILE.
       01  AQH-REGISTRO.
           03  AQH-DT-ARQUIVO      PIC 9(8).
           03  AQH-IMAGEM          PIC X(70).
       01  AQH-PAGAMENTO-ARQ REDEFINES AQH-REGISTRO.
           03  FILLER              PIC 9(8).
           03  AQH-CONTRATO        PIC 9(06).
           03  AQH-TIPO            PIC X(01).
           03  FILLER              PIC X(20).
           03  AQH-PARCELA         PIC 999.
           03  AQH-DATA            PIC 9(8).
           03  FILLER              PIC 9(8).
           03  AQH-VALOR           PIC 9(06)V99.
           03  FILLER              PIC X(16).

       FD  HIST-FILE.
           COPY PAGHFD.

       FD  CRH-FILE.
           COPY CRHFD.

       FD  NGB-FILE.
           COPY NGBFD.

       FD  ESC-FILE.
           COPY ESCFD.

       FD  CNS-FILE.
           COPY CNSFD.

       FD  DVC-FILE.
           COPY DVCFD.

       FD  CTT-FILE.
           COPY CTTFD.

       FD  JRD-FILE.
           COPY JRDFD.

       FD  GAR-FILE.
           COPY GARFD.

       FD  CSS-FILE.
           COPY CSSFD.

       FD  ASC-FILE.
           COPY ASCFD.

       FD  SIN-FILE.
           COPY SINFD.

       FD  OBC-FILE.
           COPY OBCFD.

       FD  RPT-FILE.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS       PIC XX.
           03  WS-FIN-STATUS       PIC XX.
           03  WS-PAG-STATUS       PIC XX.
           03  WS-CRED-STATUS      PIC XX.
           03  WS-SEQ-STATUS       PIC XX.
           03  WS-RPT-STATUS       PIC XX.
           03  WS-EOF              PIC X.
               88  FIM-ARQUIVO        VALUE "S".
           03  WS-ACHOU            PIC X.
               88  ACHOU              VALUE "S".
           03  WS-DATA-HOJE        PIC 9(8).
           03  WS-HORA-AGORA       PIC 9(8).
           03  WS-CPF-CNPJ         PIC 9(14).
           03  WS-CPF-ALFA REDEFINES WS-CPF-CNPJ PIC X(14).
           03  WS-IDX-C            PIC 9(03).
           03  WS-IDX-B            PIC 9(03).
           03  WS-IDX-K            PIC 9(03).
           03  WS-CHAVE-COD        PIC 9(05).
           03  WS-CHAVE-ORIGEM     PIC X(20).
           03  WS-CHAVE-CTR        PIC 9(06).
           03  WS-CHAVE-ORIG-CTR   PIC X(01).
           03  WS-CTR-ACHADO       PIC 9(03).
           03  WS-QTD-ANTES        PIC 9(03).
           03  WS-QTD-SECAO        PIC 9(05).
           03  WS-QTD-LINHAS       PIC 9(07) VALUE ZEROS.
           03  WS-QTD-TERCEIROS    PIC 9(05).
           03  WS-QTD-ATIVOS       PIC 9(03).
           03  WS-MSG-OPTOUT       PIC X.
               88  MENSAGEM-RECUSADA  VALUE "S".
           03  WS-DT-OPTOUT        PIC 9(8).
           03  WS-VALOR-ED         PIC ZZZ.ZZ9,99.
           03  WS-VALOR-ED-GR      PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-LIMITE-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
           03  WS-DESCRICAO        PIC X(60).
           03  WS-ACS-PROGRAMA     PIC X(10) VALUE "titular".
           03  WS-ACS-OPERADOR     PIC X(08) VALUE SPACES.
           03  WS-ACS-CODIGO       PIC 9(05).

      *>   CODIGOS DE CLIENTE LIGADOS AO CPF/CNPJ E DE ONDE VIERAM.
       01  WS-QTD-CODIGOS          PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CODIGOS.
           03  WS-COD-ITEM OCCURS 20 TIMES.
               05  WS-COD-CODIGO   PIC 9(05).
               05  WS-COD-ORIGEM   PIC X(20).

      *>   CONTRATOS DOS CODIGOS - T = TITULAR, A = TITULAR ANTERIOR
      *>   (TRANSFERIDO A OUTRO), R = SO NO ARQUIVO MORTO.
       01  WS-QTD-CONTRATOS        PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-CONTRATOS.
           03  WS-CTR-ITEM OCCURS 200 TIMES.
               05  WS-CTR-NUMERO   PIC 9(06).
               05  WS-CTR-ORIGEM   PIC X(01).
                   88  CTR-TITULAR     VALUE "T".
                   88  CTR-ANTERIOR    VALUE "A".
                   88  CTR-ARQUIVADO   VALUE "R".
               05  WS-CTR-CODIGO   PIC 9(05).
               05  WS-CTR-OBJETO   PIC X(20).
               05  WS-CTR-VALOR    PIC 9(06)V99.
               05  WS-CTR-PARCELAS PIC 999.
               05  WS-CTR-DATA     PIC 9(8).
               05  WS-CTR-SITUACAO PIC X(01).
               05  WS-CTR-PRESTAMISTA PIC X(01).
               05  WS-CTR-DT-ARQUIVO PIC 9(8).

       01  WS-LINHA-EDIT           PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   CHAMADO REPETIDAMENTE PELO MENU, O PROGRAMA FICA NO
      *>   ESTADO DA ULTIMA EXECUCAO - TABELAS E TOTAIS COMECAM
      *>   ZERADOS A CADA EMISSAO.
           MOVE ZEROS TO WS-QTD-CODIGOS WS-QTD-CONTRATOS WS-QTD-LINHAS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           DISPLAY "CPF/CNPJ DO TITULAR (SOMENTE NUMEROS): "
           ACCEPT WS-CPF-CNPJ
           IF WS-CPF-CNPJ = ZEROS
               DISPLAY "CPF/CNPJ NAO INFORMADO."
               GOBACK
           END-IF

           OPEN INPUT CAD-FILE
           OPEN INPUT FIN-FILE
           OPEN INPUT PAG-FILE
           OPEN INPUT CRED-FILE

           PERFORM P100-COLETA-CODIGOS
           PERFORM P200-COLETA-CONTRATOS
           PERFORM P050-CABECALHO

           IF WS-QTD-CODIGOS = ZEROS
               STRING "NENHUM CADASTRO, ATUAL OU PASSADO, LIGADO AO "
                      "CPF/CNPJ " WS-CPF-CNPJ " - NADA A INFORMAR."
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           ELSE
               PERFORM P300-SECAO-CADASTRO
               PERFORM P320-SECAO-HISTORICO
               PERFORM P340-SECAO-CONTRATOS
               PERFORM P360-SECAO-PAGAMENTOS
               PERFORM P380-SECAO-RESTRICOES
               PERFORM P400-SECAO-ESCORE
               PERFORM P420-SECAO-CONSENTIMENTO
               PERFORM P440-SECAO-DEVOLUCOES
               PERFORM P460-SECAO-CONTATOS
               PERFORM P480-SECAO-JURIDICO
               PERFORM P500-SECAO-TERCEIROS
           END-IF
           PERFORM P890-RODAPE

           CLOSE CAD-FILE
           CLOSE FIN-FILE
           CLOSE PAG-FILE
           CLOSE CRED-FILE
           CLOSE RPT-FILE

           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGO(WS-IDX-C) TO WS-ACS-CODIGO
               CALL "acessoUtil" USING WS-ACS-CODIGO WS-ACS-PROGRAMA
                                       WS-ACS-OPERADOR
           END-PERFORM
           DISPLAY "RELATORIO GRAVADO EM TITULAR.RPT"
           GOBACK.

       P050-CABECALHO.
           MOVE "TITULAR " TO WS-RPT-PROGRAMA
           MOVE WS-DATA-HOJE  TO WS-RPT-DATA
           MOVE WS-HORA-AGORA TO WS-RPT-HORA
           MOVE 1 TO WS-RPT-PAGINA
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO WS-LINHA-EDIT
           STRING "PROGRAMA: " WS-RPT-PROGRAMA
                  "  DATA: " WS-RPT-DATA
                  "  HORA: " WS-RPT-HORA
                  "  PAGINA: " WS-RPT-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "RELATORIO DO TITULAR (LGPD - DIREITO DE ACESSO) - "
                  "CPF/CNPJ " WS-CPF-CNPJ
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-QTD-CODIGOS
               STRING "CODIGO DE CLIENTE " WS-COD-CODIGO(WS-IDX-C)
                      " - " WS-COD-ORIGEM(WS-IDX-C)
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-PERFORM
           .

      ******************************************************************
      * CODIGOS: O CADASTRO PELA CHAVE DO CPF/CNPJ, AS TROCAS DE
      * CPF/CNPJ NA AUDITORIA E AS UNIFICACOES EM CADEIA.
      ******************************************************************
       P100-COLETA-CODIGOS.
           MOVE WS-CPF-CNPJ TO CAD-CPF-CNPJ
           START CAD-FILE KEY IS EQUAL TO CAD-CPF-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-CAD-STATUS
                   PERFORM P110-LE-CADASTRO-CPF
                           UNTIL WS-CAD-STATUS NOT = "00"
           END-START

           MOVE "N" TO WS-EOF
           OPEN INPUT AUD-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P125-LE-AUDITORIA
               PERFORM UNTIL FIM-ARQUIVO
                   IF AUD-CAMPO = "CPF-CNPJ"
                      AND (AUD-VALOR-ANTES(1:14) = WS-CPF-ALFA
                           OR AUD-VALOR-DEPOIS(1:14) = WS-CPF-ALFA)
                       MOVE AUD-CODIGO TO WS-CHAVE-COD
                       MOVE "TROCA DE CPF/CNPJ" TO WS-CHAVE-ORIGEM
                       PERFORM P190-ADICIONA-CODIGO
                   END-IF
                   PERFORM P125-LE-AUDITORIA
               END-PERFORM
               CLOSE AUD-FILE
           END-IF

           IF WS-QTD-CODIGOS > ZEROS
               PERFORM P130-VARRE-UNIFICACOES WITH TEST AFTER
                       UNTIL WS-QTD-CODIGOS = WS-QTD-ANTES
           END-IF
           .

       P110-LE-CADASTRO-CPF.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
               NOT AT END
                   IF CAD-CPF-CNPJ = WS-CPF-CNPJ
                       MOVE "00" TO WS-CAD-STATUS
                       MOVE CAD-CODIGO TO WS-CHAVE-COD
                       MOVE "CADASTRO" TO WS-CHAVE-ORIGEM
                       PERFORM P190-ADICIONA-CODIGO
                   ELSE
                       MOVE "10" TO WS-CAD-STATUS
                   END-IF
           END-READ
           .

       P125-LE-AUDITORIA.
           READ AUD-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P130-VARRE-UNIFICACOES.
      *>   UM CODIGO ABSORVIDO POR OUTRO (OU QUE ABSORVEU OUTRO) E O
      *>   MESMO TITULAR; REPETE ATE A LISTA PARAR DE CRESCER.
           MOVE WS-QTD-CODIGOS TO WS-QTD-ANTES
           MOVE "N" TO WS-EOF
           OPEN INPUT UNI-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P135-LE-UNIFICACAO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE "UNIFICACAO" TO WS-CHAVE-ORIGEM
                   MOVE UNI-COD-ABSORVIDO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       MOVE UNI-COD-SOBREVIVENTE TO WS-CHAVE-COD
                       PERFORM P190-ADICIONA-CODIGO
                   END-IF
                   MOVE UNI-COD-SOBREVIVENTE TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       MOVE UNI-COD-ABSORVIDO TO WS-CHAVE-COD
                       PERFORM P190-ADICIONA-CODIGO
                   END-IF
                   PERFORM P135-LE-UNIFICACAO
               END-PERFORM
               CLOSE UNI-FILE
           END-IF
           .

       P135-LE-UNIFICACAO.
           READ UNI-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P190-ADICIONA-CODIGO.
           PERFORM P900-PROCURA-CODIGO
           IF NOT ACHOU AND WS-QTD-CODIGOS < 20
               ADD 1 TO WS-QTD-CODIGOS
               MOVE WS-CHAVE-COD    TO WS-COD-CODIGO(WS-QTD-CODIGOS)
               MOVE WS-CHAVE-ORIGEM TO WS-COD-ORIGEM(WS-QTD-CODIGOS)
           END-IF
           .

      ******************************************************************
      * CONTRATOS: OS DO MASTER VIVO PELA CHAVE DO CLIENTE, OS QUE
      * FORAM TRANSFERIDOS A OUTRO TITULAR E OS DO ARQUIVO MORTO.
      ******************************************************************
       P200-COLETA-CONTRATOS.
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGO(WS-IDX-C) TO FIN-COD-CLIENTE
               START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO WS-FIN-STATUS
                       PERFORM P210-LE-CONTRATO-CLIENTE
                               UNTIL WS-FIN-STATUS NOT = "00"
               END-START
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT TRF-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P225-LE-TRANSFERENCIA
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE TRF-COD-ANTIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       MOVE TRF-CONTRATO TO FIN-CONTRATO
                       READ FIN-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "A" TO WS-CHAVE-ORIG-CTR
                               PERFORM P280-GUARDA-CONTRATO-VIVO
                       END-READ
                   END-IF
                   PERFORM P225-LE-TRANSFERENCIA
               END-PERFORM
               CLOSE TRF-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT AQF-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P235-LE-ARQUIVO-FIN
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE AQF-COD-CLIENTE TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       PERFORM P290-GUARDA-CONTRATO-ARQ
                           THRU P290-SAIDA
                   END-IF
                   PERFORM P235-LE-ARQUIVO-FIN
               END-PERFORM
               CLOSE AQF-FILE
           END-IF
           .

       P210-LE-CONTRATO-CLIENTE.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-COD-CODIGO(WS-IDX-C)
                       MOVE "00" TO WS-FIN-STATUS
                       MOVE "T" TO WS-CHAVE-ORIG-CTR
                       PERFORM P280-GUARDA-CONTRATO-VIVO
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
           END-READ
           .

       P225-LE-TRANSFERENCIA.
           READ TRF-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P235-LE-ARQUIVO-FIN.
           READ AQF-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P280-GUARDA-CONTRATO-VIVO.
           MOVE FIN-CONTRATO TO WS-CHAVE-CTR
           PERFORM P910-PROCURA-CONTRATO
           IF NOT ACHOU AND WS-QTD-CONTRATOS < 200
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE WS-QTD-CONTRATOS TO WS-IDX-K
               MOVE FIN-CONTRATO      TO WS-CTR-NUMERO(WS-IDX-K)
               MOVE WS-CHAVE-ORIG-CTR TO WS-CTR-ORIGEM(WS-IDX-K)
               MOVE FIN-COD-CLIENTE   TO WS-CTR-CODIGO(WS-IDX-K)
               MOVE FIN-OBJETO        TO WS-CTR-OBJETO(WS-IDX-K)
               MOVE FIN-VALOR         TO WS-CTR-VALOR(WS-IDX-K)
               MOVE FIN-NUM-PARCELAS  TO WS-CTR-PARCELAS(WS-IDX-K)
               MOVE FIN-DT-CONTRATO   TO WS-CTR-DATA(WS-IDX-K)
               MOVE FIN-SITUACAO      TO WS-CTR-SITUACAO(WS-IDX-K)
               MOVE FIN-PRESTAMISTA   TO WS-CTR-PRESTAMISTA(WS-IDX-K)
               MOVE ZEROS             TO WS-CTR-DT-ARQUIVO(WS-IDX-K)
           END-IF
           .

       P290-GUARDA-CONTRATO-ARQ.
      *>   CONTRATO AINDA (OU DE NOVO, VIA arqResg) NO MASTER VIVO
      *>   FICA COMO ESTA; NO ARQUIVO VENCE A IMAGEM MAIS RECENTE.
           MOVE AQF-CONTRATO TO WS-CHAVE-CTR
           PERFORM P910-PROCURA-CONTRATO
           IF ACHOU
               IF NOT CTR-ARQUIVADO(WS-CTR-ACHADO)
                   GO TO P290-SAIDA
               END-IF
               MOVE WS-CTR-ACHADO TO WS-IDX-K
           ELSE
               IF WS-QTD-CONTRATOS = 200
                   GO TO P290-SAIDA
               END-IF
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE WS-QTD-CONTRATOS TO WS-IDX-K
           END-IF
           MOVE AQF-CONTRATO      TO WS-CTR-NUMERO(WS-IDX-K)
           MOVE "R"               TO WS-CTR-ORIGEM(WS-IDX-K)
           MOVE AQF-COD-CLIENTE   TO WS-CTR-CODIGO(WS-IDX-K)
           MOVE AQF-OBJETO        TO WS-CTR-OBJETO(WS-IDX-K)
           MOVE AQF-VALOR         TO WS-CTR-VALOR(WS-IDX-K)
           MOVE AQF-NUM-PARCELAS  TO WS-CTR-PARCELAS(WS-IDX-K)
           MOVE AQF-DT-CONTRATO   TO WS-CTR-DATA(WS-IDX-K)
           MOVE AQF-SITUACAO      TO WS-CTR-SITUACAO(WS-IDX-K)
           MOVE AQF-PRESTAMISTA   TO WS-CTR-PRESTAMISTA(WS-IDX-K)
           MOVE AQF-DT-ARQUIVO    TO WS-CTR-DT-ARQUIVO(WS-IDX-K)
           .
       P290-SAIDA.
           EXIT.

      ******************************************************************
      * 1. CADASTRO
      ******************************************************************
       P300-SECAO-CADASTRO.
           MOVE "1. CADASTRO DO CLIENTE (CUSTMAST.DAT)" TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGO(WS-IDX-C) TO CAD-CODIGO
               READ CAD-FILE
                   INVALID KEY
                       STRING "CODIGO " WS-COD-CODIGO(WS-IDX-C)
                              " - NAO CONSTA MAIS NO CADASTRO"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   NOT INVALID KEY
                       PERFORM P310-IMPRIME-CADASTRO
               END-READ
           END-PERFORM
           .

       P310-IMPRIME-CADASTRO.
           STRING "CODIGO " CAD-CODIGO "  NOME " CAD-NOME
                  "  CPF/CNPJ " CAD-CPF-CNPJ
                  "  TIPO " CAD-TIPO-PESSOA
                  "  SITUACAO " CAD-SITUACAO
                  "  FILIAL " CAD-FILIAL
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  NASCIMENTO " CAD-DT-NASCIMENTO
                  "  TELEFONE " CAD-TEL
                  "  EMPREGADOR " CAD-EMPREGADOR
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "  ENDERECO " CAD-LOGRADOURO " " CAD-NUMERO
                  " " CAD-CIDADE " " CAD-UF " CEP " CAD-CEP
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           MOVE CAD-RENDA-MENSAL   TO WS-VALOR-ED-GR
           MOVE CAD-LIMITE-CREDITO TO WS-LIMITE-ED
           IF CAD-ENDERECO-DEVOLVIDO
               MOVE "ENDERECO COM CORREIO DEVOLVIDO" TO WS-DESCRICAO
           ELSE
               MOVE SPACES TO WS-DESCRICAO
           END-IF
           STRING "  RENDA MENSAL " WS-VALOR-ED-GR
                  "  LIMITE DE CREDITO " WS-LIMITE-ED
                  "  " WS-DESCRICAO
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

      ******************************************************************
      * 2. HISTORICO DE ALTERACOES E ENDERECOS
      ******************************************************************
       P320-SECAO-HISTORICO.
           MOVE "2. ALTERACOES E ENDERECOS ANTERIORES (CUSTAUDIT.DAT)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT AUD-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P125-LE-AUDITORIA
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE AUD-CODIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING AUD-DATA " " AUD-HORA(1:6)
                              "  CODIGO " AUD-CODIGO
                              "  " AUD-OPERACAO " " AUD-CAMPO
                              "  DE " AUD-VALOR-ANTES
                              " PARA " AUD-VALOR-DEPOIS
                              "  OPERADOR " AUD-OPERADOR
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P125-LE-AUDITORIA
               END-PERFORM
               CLOSE AUD-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

      ******************************************************************
      * 3. CONTRATOS
      ******************************************************************
       P340-SECAO-CONTRATOS.
           MOVE "3. CONTRATOS (FINMAST.DAT E ARQUIVO MORTO)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE WS-QTD-CONTRATOS TO WS-QTD-SECAO
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-CONTRATOS
               PERFORM P350-IMPRIME-CONTRATO
           END-PERFORM
           PERFORM P585-SECAO-VAZIA
           .

       P350-IMPRIME-CONTRATO.
           EVALUATE WS-CTR-SITUACAO(WS-IDX-K)
               WHEN "Q"  MOVE "QUITADO"   TO WS-DESCRICAO
               WHEN "C"  MOVE "CANCELADO" TO WS-DESCRICAO
               WHEN "P"  MOVE "PREJUIZO"  TO WS-DESCRICAO
               WHEN "D"  MOVE "CEDIDO"    TO WS-DESCRICAO
               WHEN OTHER MOVE "ATIVO"    TO WS-DESCRICAO
           END-EVALUATE
           MOVE WS-CTR-VALOR(WS-IDX-K) TO WS-VALOR-ED
           STRING "CONTRATO " WS-CTR-NUMERO(WS-IDX-K)
                  "  CLIENTE " WS-CTR-CODIGO(WS-IDX-K)
                  "  " WS-CTR-OBJETO(WS-IDX-K)
                  "  VALOR " WS-VALOR-ED
                  "  " WS-CTR-PARCELAS(WS-IDX-K) " PARCELAS"
                  "  DE " WS-CTR-DATA(WS-IDX-K)
                  "  " WS-DESCRICAO(1:10)
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           EVALUATE TRUE
               WHEN CTR-ARQUIVADO(WS-IDX-K)
                   STRING "  NO ARQUIVO MORTO DESDE "
                          WS-CTR-DT-ARQUIVO(WS-IDX-K)
                          " - RESGATE PELO arqResg PARA O EXTRATO"
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
               WHEN CTR-ANTERIOR(WS-IDX-K)
                   STRING "  TRANSFERIDO A OUTRO TITULAR "
                          "(TRANSFER.DAT) - TITULAR ANTERIOR"
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
               WHEN OTHER
                   MOVE WS-CTR-NUMERO(WS-IDX-K) TO PAG-CONTRATO
                   READ PAG-FILE
                       INVALID KEY
                           MOVE ZEROS TO PAG-ULT-PARCELA-PAGA
                   END-READ
                   STRING "  PARCELAS PAGAS ATE A "
                          PAG-ULT-PARCELA-PAGA
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
           END-EVALUATE
           PERFORM P590-ESCREVE-LINHA
           .

      ******************************************************************
      * 4. PAGAMENTOS
      ******************************************************************
       P360-SECAO-PAGAMENTOS.
           MOVE "4. PAGAMENTOS (PAGHIST.DAT E ARQHIST.DAT)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT HIST-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P365-LE-HISTORICO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE PAGH-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       MOVE PAGH-VALOR TO WS-VALOR-ED
                       STRING "CONTRATO " PAGH-CONTRATO
                              "  TIPO " PAGH-TIPO
                              "  PARCELA " PAGH-PARCELA
                              "  EM " PAGH-DATA
                              "  VALOR " WS-VALOR-ED
                              "  OPERADOR " PAGH-OPERADOR
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P365-LE-HISTORICO
               END-PERFORM
               CLOSE HIST-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT AQH-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P366-LE-HISTORICO-ARQ
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE AQH-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       IF CTR-ARQUIVADO(WS-CTR-ACHADO)
                           ADD 1 TO WS-QTD-SECAO
                           MOVE AQH-VALOR TO WS-VALOR-ED
                           STRING "CONTRATO " AQH-CONTRATO
                                  "  TIPO " AQH-TIPO
                                  "  PARCELA " AQH-PARCELA
                                  "  EM " AQH-DATA
                                  "  VALOR " WS-VALOR-ED
                                  "  (ARQUIVO MORTO)"
                                  DELIMITED BY SIZE
                                  INTO WS-LINHA-EDIT
                           PERFORM P590-ESCREVE-LINHA
                       END-IF
                   END-IF
                   PERFORM P366-LE-HISTORICO-ARQ
               END-PERFORM
               CLOSE AQH-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P365-LE-HISTORICO.
           READ HIST-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P366-LE-HISTORICO-ARQ.
           READ AQH-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 5. RESTRICOES DE CREDITO E SUA ORIGEM
      ******************************************************************
       P380-SECAO-RESTRICOES.
           MOVE "5. RESTRICOES DE CREDITO (BLACKLIST/CREDHIST)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           PERFORM VARYING WS-IDX-C FROM 1 BY 1
                   UNTIL WS-IDX-C > WS-QTD-CODIGOS
               MOVE WS-COD-CODIGO(WS-IDX-C) TO CRED-CODIGO
               READ CRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-SECAO
                       MOVE CRED-ORIGEM TO CRH-ORIGEM
                       PERFORM P395-DESCREVE-ORIGEM
                       STRING "RESTRICAO ATIVA - CODIGO " CRED-CODIGO
                              "  DESDE " CRED-DATA
                              "  " CRED-MOTIVO
                              "  ORIGEM " WS-DESCRICAO
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
               END-READ
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT CRH-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P385-LE-CREDHIST
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CRH-CODIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       PERFORM P395-DESCREVE-ORIGEM
                       STRING CRH-DATA " " CRH-HORA(1:6)
                              "  CODIGO " CRH-CODIGO
                              "  " CRH-OPERACAO
                              "  " CRH-MOTIVO
                              "  ORIGEM " WS-DESCRICAO
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P385-LE-CREDHIST
               END-PERFORM
               CLOSE CRH-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P385-LE-CREDHIST.
           READ CRH-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P386-LE-NEGATIVACAO.
           READ NGB-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P395-DESCREVE-ORIGEM.
           EVALUATE CRH-ORIGEM
               WHEN "A"  MOVE "AUTOMATICA (ATRASO)" TO WS-DESCRICAO
               WHEN "B"  MOVE "BUREAU DE CREDITO"   TO WS-DESCRICAO
               WHEN "P"  MOVE "BAIXA PARA PREJUIZO" TO WS-DESCRICAO
               WHEN OTHER MOVE "MANUAL"             TO WS-DESCRICAO
           END-EVALUATE
           .

      ******************************************************************
      * 6. ESCORE DE COMPORTAMENTO
      ******************************************************************
       P400-SECAO-ESCORE.
           MOVE "6. ESCORE DE COMPORTAMENTO (ESCORE.DAT)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT ESC-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P405-LE-ESCORE
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE ESC-COD-CLIENTE TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING "CODIGO " ESC-COD-CLIENTE
                              "  PONTOS " ESC-PONTOS
                              "  FAIXA " ESC-FAIXA
                              "  PONTUALIDADE " ESC-PCT-PONTUAL "%"
                              "  PIOR ATRASO " ESC-PIOR-ATRASO
                              "  REFIN " ESC-QTD-REFIN
                              "  CALCULADO EM " ESC-DATA-CALCULO
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P405-LE-ESCORE
               END-PERFORM
               CLOSE ESC-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P405-LE-ESCORE.
           READ ESC-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 7. CONSENTIMENTOS DE COMUNICACAO
      ******************************************************************
       P420-SECAO-CONSENTIMENTO.
           MOVE "7. CONSENTIMENTOS (CONSENT.DAT)" TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N"   TO WS-MSG-OPTOUT
           MOVE ZEROS TO WS-DT-OPTOUT
           MOVE "N" TO WS-EOF
           OPEN INPUT CNS-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P425-LE-CONSENTIMENTO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CNS-CODIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       IF CNS-CANAL-MENSAGEM = "N"
                           SET MENSAGEM-RECUSADA TO TRUE
                           MOVE CNS-DT-OPTOUT TO WS-DT-OPTOUT
                       END-IF
                       STRING "CODIGO " CNS-CODIGO
                              "  CARTAS " CNS-CANAL-CARTA
                              "  MENSAGENS " CNS-CANAL-MENSAGEM
                              "  OPT-OUT EM " CNS-DT-OPTOUT
                              "  BASE LEGAL " CNS-BASE-LEGAL
                              "  OPERADOR " CNS-OPERADOR
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P425-LE-CONSENTIMENTO
               END-PERFORM
               CLOSE CNS-FILE
           END-IF
           IF WS-QTD-SECAO = ZEROS
               STRING "NENHUMA RESTRICAO REGISTRADA - CARTAS E "
                      "MENSAGENS PERMITIDAS"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P425-LE-CONSENTIMENTO.
           READ CNS-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 8. CORRESPONDENCIA DEVOLVIDA
      ******************************************************************
       P440-SECAO-DEVOLUCOES.
           MOVE "8. CORRESPONDENCIA DEVOLVIDA (DEVCOR.DAT)"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT DVC-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P445-LE-DEVOLUCAO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE DVC-CODIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING DVC-DATA "  CODIGO " DVC-CODIGO
                              "  MOTIVO " DVC-MOTIVO
                              "  OPERADOR " DVC-OPERADOR
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P445-LE-DEVOLUCAO
               END-PERFORM
               CLOSE DVC-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P445-LE-DEVOLUCAO.
           READ DVC-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 9. CONTATOS DE COBRANCA
      ******************************************************************
       P460-SECAO-CONTATOS.
           MOVE "9. CONTATOS DE COBRANCA (CONTATO.DAT)" TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT CTT-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P465-LE-CONTATO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CTT-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING CTT-DATA " " CTT-HORA(1:6)
                              "  CONTRATO " CTT-CONTRATO
                              "  CANAL " CTT-CANAL
                              "  TELEFONE " CTT-TELEFONE
                              "  RESULTADO " CTT-RESULTADO
                              "  " CTT-OBSERVACAO
                              "  OPERADOR " CTT-OPERADOR
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P465-LE-CONTATO
               END-PERFORM
               CLOSE CTT-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P465-LE-CONTATO.
           READ CTT-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 10. PROCESSOS JURIDICOS
      ******************************************************************
       P480-SECAO-JURIDICO.
           MOVE "10. COBRANCA JURIDICA (JURIDICO.DAT)" TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "N" TO WS-EOF
           OPEN INPUT JRD-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P485-LE-JURIDICO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE JRD-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       MOVE JRD-VALOR-DIVIDA TO WS-VALOR-ED-GR
                       STRING "CONTRATO " JRD-CONTRATO
                              "  ESCRITORIO " JRD-ESCRITORIO
                              "  ENVIADO EM " JRD-DT-ENVIO
                              "  DIVIDA " WS-VALOR-ED-GR
                              "  SITUACAO " JRD-SITUACAO
                              " EM " JRD-DT-SITUACAO
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P485-LE-JURIDICO
               END-PERFORM
               CLOSE JRD-FILE
           END-IF
           PERFORM P585-SECAO-VAZIA
           .

       P485-LE-JURIDICO.
           READ JRD-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

      ******************************************************************
      * 11. COMPARTILHAMENTO COM TERCEIROS
      ******************************************************************
       P500-SECAO-TERCEIROS.
           MOVE "11. DADOS COMPARTILHADOS COM TERCEIROS"
               TO WS-DESCRICAO
           PERFORM P580-TITULO-SECAO
           MOVE ZEROS TO WS-QTD-SECAO

      *>   BUREAU DE CREDITO - O CPF/CNPJ FOI CONFRONTADO COM A BASE
      *>   DO BUREAU E GEROU RESTRICAO (CREDHIST ORIGEM B).
           MOVE "N" TO WS-EOF
           OPEN INPUT CRH-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P385-LE-CREDHIST
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CRH-CODIGO TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU AND CRH-ORIGEM = "B"
                       ADD 1 TO WS-QTD-SECAO
                       STRING "BUREAU DE CREDITO - CPF/CNPJ CONFRONTADO"
                              " NA IMPORTACAO DE RESTRICOES EM "
                              CRH-DATA " (" CRH-OPERACAO ")"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P385-LE-CREDHIST
               END-PERFORM
               CLOSE CRH-FILE
           END-IF

      *>   NEGATIVACAO - O NOME FOI (OU ESTA) ANOTADO NO BUREAU POR
      *>   DIVIDA NOSSA (NEGATIV.DAT, negBureau).
           MOVE "N" TO WS-EOF
           OPEN INPUT NGB-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P386-LE-NEGATIVACAO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE NGB-COD-CLIENTE TO WS-CHAVE-COD
                   PERFORM P900-PROCURA-CODIGO
                   IF ACHOU AND NGB-DT-INCLUSAO NOT = ZEROS
                       ADD 1 TO WS-QTD-SECAO
                       IF NGB-DT-EXCLUSAO = ZEROS
                           STRING "BUREAU DE CREDITO - NEGATIVACAO DO "
                                  "CONTRATO " NGB-CONTRATO
                                  " INCLUIDA EM " NGB-DT-INCLUSAO
                                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       ELSE
                           STRING "BUREAU DE CREDITO - NEGATIVACAO DO "
                                  "CONTRATO " NGB-CONTRATO
                                  " INCLUIDA EM " NGB-DT-INCLUSAO
                                  ", EXCLUIDA EM " NGB-DT-EXCLUSAO
                                  " (" NGB-MOTIVO ")"
                                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       END-IF
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P386-LE-NEGATIVACAO
               END-PERFORM
               CLOSE NGB-FILE
           END-IF

      *>   REGULADOR, SEGURADORA PRESTAMISTA E BUREAU DE MENSAGENS
      *>   SAEM DOS PROPRIOS CONTRATOS.
           MOVE ZEROS TO WS-QTD-ATIVOS
           PERFORM VARYING WS-IDX-K FROM 1 BY 1
                   UNTIL WS-IDX-K > WS-QTD-CONTRATOS
               PERFORM P510-TERCEIROS-CONTRATO
           END-PERFORM
           IF MENSAGEM-RECUSADA
               STRING "BUREAU DE MENSAGENS - NAO COMPARTILHADO: "
                      "OPT-OUT DE MENSAGENS EM " WS-DT-OPTOUT
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           ELSE
               IF WS-QTD-ATIVOS > ZEROS
                   ADD 1 TO WS-QTD-SECAO
                   STRING "BUREAU DE MENSAGENS - NOME E TELEFONE NOS "
                          "LEMBRETES DE VENCIMENTO (NOTIFICA.TXT) E "
                          "OFERTAS (OFERMSG.TXT)"
                          DELIMITED BY SIZE INTO WS-LINHA-EDIT
                   PERFORM P590-ESCREVE-LINHA
               END-IF
           END-IF

           PERFORM P520-SEGURADORAS
           PERFORM P540-REGISTRADORA
           PERFORM P560-CESSIONARIOS
           PERFORM P570-ASSESSORIAS-JURIDICO

           IF WS-QTD-SECAO = ZEROS
               MOVE "NENHUM COMPARTILHAMENTO COM TERCEIROS REGISTRADO."
                   TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P510-TERCEIROS-CONTRATO.
           IF CTR-ARQUIVADO(WS-IDX-K)
              OR WS-CTR-SITUACAO(WS-IDX-K) = "C"
               CONTINUE
           ELSE
               ADD 1 TO WS-QTD-SECAO
               STRING "REGULADOR (REGISTRO DE INFORMACOES DE CREDITO) "
                      "- CONTRATO " WS-CTR-NUMERO(WS-IDX-K)
                      ": CPF/CNPJ, SALDO E RISCO NA REMESSA MENSAL "
                      "(REGCRED.DAT)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
               IF WS-CTR-SITUACAO(WS-IDX-K) = "A"
                  OR WS-CTR-SITUACAO(WS-IDX-K) = SPACE
                   ADD 1 TO WS-QTD-ATIVOS
               END-IF
           END-IF
           IF WS-CTR-PRESTAMISTA(WS-IDX-K) = "S"
               ADD 1 TO WS-QTD-SECAO
               STRING "SEGURADORA PRESTAMISTA - CONTRATO "
                      WS-CTR-NUMERO(WS-IDX-K)
                      ": PREMIOS NO BORDERO MENSAL (SEGBORD.TXT)"
                      DELIMITED BY SIZE INTO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P520-SEGURADORAS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SIN-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P525-LE-SINISTRO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE SIN-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING "SEGURADORA " SIN-SEGURADORA
                              " - SINISTRO " SIN-NUM-SINISTRO
                              " DO CONTRATO " SIN-CONTRATO
                              " OCORRIDO EM " SIN-DT-OCORRENCIA
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P525-LE-SINISTRO
               END-PERFORM
               CLOSE SIN-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT OBC-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P526-LE-OBITO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE OBC-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU AND OBC-SEGURO
                       ADD 1 TO WS-QTD-SECAO
                       STRING "SEGURADORA " OBC-SEGURADORA
                              " - AVISO DE OBITO DO CONTRATO "
                              OBC-CONTRATO " (SINPREST.TXT) DE "
                              OBC-DT-OBITO
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P526-LE-OBITO
               END-PERFORM
               CLOSE OBC-FILE
           END-IF
           .

       P525-LE-SINISTRO.
           READ SIN-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P526-LE-OBITO.
           READ OBC-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P540-REGISTRADORA.
           MOVE "N" TO WS-EOF
           OPEN INPUT GAR-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P545-LE-GARANTIA
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE GAR-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU AND NOT GAR-GRV-NAO-ENVIADO
                       ADD 1 TO WS-QTD-SECAO
                       EVALUATE TRUE
                           WHEN GAR-GRV-ENVIADO
                               MOVE "INCLUSAO ENVIADA"
                                   TO WS-DESCRICAO
                           WHEN GAR-GRV-CONFIRMADO
                               MOVE "GRAVAME CONFIRMADO"
                                   TO WS-DESCRICAO
                           WHEN OTHER
                               MOVE "LIBERACAO ENVIADA"
                                   TO WS-DESCRICAO
                       END-EVALUATE
                       STRING "REGISTRADORA DE GRAVAMES - CONTRATO "
                              GAR-CONTRATO " VEICULO "
                              GAR-IDENTIFICACAO " "
                              WS-DESCRICAO(1:18) " EM "
                              GAR-DT-GRAVAME " (GRAVAME.REM)"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P545-LE-GARANTIA
               END-PERFORM
               CLOSE GAR-FILE
           END-IF
           .

       P545-LE-GARANTIA.
           READ GAR-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P560-CESSIONARIOS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CSS-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P565-LE-CESSAO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CSS-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING "CESSIONARIO " CSS-COMPRADOR
                              " - CONTRATO " CSS-CONTRATO
                              " CEDIDO EM " CSS-DATA
                              " COM CRONOGRAMA E PAGAMENTOS "
                              "(CESSBLOC.TXT)"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P565-LE-CESSAO
               END-PERFORM
               CLOSE CSS-FILE
           END-IF
           .

       P565-LE-CESSAO.
           READ CSS-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P570-ASSESSORIAS-JURIDICO.
           MOVE "N" TO WS-EOF
           OPEN INPUT ASC-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P575-LE-ASSESSORIA
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE ASC-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING "ASSESSORIA DE COBRANCA " ASC-ASSESSORIA
                              " - CONTRATO " ASC-CONTRATO
                              ": NOME, CPF/CNPJ, TELEFONE E DIVIDA "
                              "ENVIADOS EM " ASC-DT-ENVIO
                              " (ASSENVIO.TXT)"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P575-LE-ASSESSORIA
               END-PERFORM
               CLOSE ASC-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT JRD-FILE
           IF WS-SEQ-STATUS = "00"
               PERFORM P485-LE-JURIDICO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE JRD-CONTRATO TO WS-CHAVE-CTR
                   PERFORM P910-PROCURA-CONTRATO
                   IF ACHOU
                       ADD 1 TO WS-QTD-SECAO
                       STRING "ESCRITORIO DE ADVOCACIA "
                              JRD-ESCRITORIO " - CONTRATO "
                              JRD-CONTRATO " ENCAMINHADO EM "
                              JRD-DT-ENVIO " (JURIDEXP.TXT)"
                              DELIMITED BY SIZE INTO WS-LINHA-EDIT
                       PERFORM P590-ESCREVE-LINHA
                   END-IF
                   PERFORM P485-LE-JURIDICO
               END-PERFORM
               CLOSE JRD-FILE
           END-IF
           .

       P575-LE-ASSESSORIA.
           READ ASC-FILE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ
           .

       P580-TITULO-SECAO.
           PERFORM P590-ESCREVE-LINHA
           MOVE WS-DESCRICAO TO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P585-SECAO-VAZIA.
           IF WS-QTD-SECAO = ZEROS
               MOVE "NENHUM REGISTRO." TO WS-LINHA-EDIT
               PERFORM P590-ESCREVE-LINHA
           END-IF
           .

       P590-ESCREVE-LINHA.
           MOVE WS-LINHA-EDIT TO RPT-LINHA
           WRITE RPT-LINHA
           ADD 1 TO WS-QTD-LINHAS
           MOVE SPACES TO WS-LINHA-EDIT
           .

       P890-RODAPE.
           MOVE WS-QTD-LINHAS TO WS-RPT-TOTAL-REGISTROS
           PERFORM P590-ESCREVE-LINHA
           STRING "CODIGOS DE CLIENTE: " WS-QTD-CODIGOS
                  "  CONTRATOS: " WS-QTD-CONTRATOS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           STRING "FIM DO RELATORIO - PROGRAMA: " WS-RPT-PROGRAMA
                  "  PAGINA: " WS-RPT-PAGINA
                  "  TOTAL DE REGISTROS: " WS-RPT-TOTAL-REGISTROS
                  DELIMITED BY SIZE INTO WS-LINHA-EDIT
           PERFORM P590-ESCREVE-LINHA
           .

       P900-PROCURA-CODIGO.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-QTD-CODIGOS OR ACHOU
               IF WS-COD-CODIGO(WS-IDX-B) = WS-CHAVE-COD
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM
           .

       P910-PROCURA-CONTRATO.
           MOVE "N" TO WS-ACHOU
           MOVE ZEROS TO WS-CTR-ACHADO
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-QTD-CONTRATOS OR ACHOU
               IF WS-CTR-NUMERO(WS-IDX-B) = WS-CHAVE-CTR
                   SET ACHOU TO TRUE
                   MOVE WS-IDX-B TO WS-CTR-ACHADO
               END-IF
           END-PERFORM
           .

       END PROGRAM titular.
