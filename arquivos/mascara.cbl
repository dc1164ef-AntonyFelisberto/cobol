      ******************************************************************
      * Author:
      * Date:
      * Purpose: Personal-data masking for the training environment.
      *          Run by jobs/treino.sh inside the training directory,
      *          once per data file: the file name comes in
      *          MASCARA.CTL and the rules (field offsets and mask
      *          types) come from the MSKTAB dictionary. Line-
      *          sequential files are read from MASCARA.ENT and
      *          written masked to MASCARA.SAI; the indexed masters
      *          (CUSTMAST, FINMAST, PAGMAST, BLACKLIST, OUVIDOR) are
      *          rewritten in place and RESTRPES, whose key holds the
      *          CPF and the name, is reloaded. Every mask is a pure
      *          function of the original value, so a client keeps the
      *          same masked name and CPF in every file, and a masked
      *          CPF/CNPJ always passes cpfUtil. Money values, dates,
      *          codes, city, UF and CEP are left as they are; income
      *          is only rounded to its thousand band.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mascara.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTL-FILE ASSIGN TO "MASCARA.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

               SELECT ENT-FILE ASSIGN TO "MASCARA.ENT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.

               SELECT SAI-FILE ASSIGN TO "MASCARA.SAI"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SAI-STATUS.

               SELECT CAD-FILE ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-MST-STATUS.

               SELECT FIN-FILE ASSIGN TO "FINMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-MST-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-MST-STATUS.

               SELECT CRED-FILE ASSIGN TO "BLACKLIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-CODIGO
                   FILE STATUS IS WS-MST-STATUS.

               SELECT OUV-FILE ASSIGN TO "OUVIDOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OUV-PROTOCOLO
                   FILE STATUS IS WS-MST-STATUS.

               SELECT RPE-FILE ASSIGN TO "RESTRPES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPE-CHAVE
                   FILE STATUS IS WS-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REGISTRO            PIC X(14).

       FD  ENT-FILE.
       01  ENT-REGISTRO            PIC X(4000).

       FD  SAI-FILE.
       01  SAI-REGISTRO            PIC X(4000).

       FD  CAD-FILE.
           COPY CADFD.

       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  CRED-FILE.
           COPY CREDFD.

       FD  OUV-FILE.
           COPY OUVFD.

       FD  RPE-FILE.
           COPY RPEFD.

       WORKING-STORAGE SECTION.
           COPY MSKTAB.

       01  WS-VARIAVEIS.
           03  WS-CTL-STATUS       PIC XX.
           03  WS-ENT-STATUS       PIC XX.
           03  WS-SAI-STATUS       PIC XX.
           03  WS-MST-STATUS       PIC XX.
           03  WS-EOF              PIC X VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           03  WS-ARQ-NOME         PIC X(14).
           03  WS-QTD-REGRAS-ARQ   PIC 9(03) VALUE ZEROS.
           03  WS-IR               PIC 9(03).
           03  WS-I                PIC 9(04).
           03  WS-FIM              PIC 9(04).
           03  WS-OFF              PIC 9(04).
           03  WS-TAM              PIC 9(03).
           03  WS-COND-OFF         PIC 9(03).
           03  WS-COND-TAM         PIC 9(01).
           03  WS-TOTAL-LIDOS      PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-MASCARADOS PIC 9(07) VALUE ZEROS.
           03  WS-TOTAL-REJEITADOS PIC 9(07) VALUE ZEROS.

      *>   IMAGEM DO REGISTRO EM TRATAMENTO E CAMPO ISOLADO.
       01  WS-IMAGEM               PIC X(4000).
       01  WS-CAMPO                PIC X(40).
       01  WS-CAMPO-NOVO           PIC X(40).
       01  WS-CARACTERE            PIC X(01).

      *>   HASH DO CONTEUDO ORIGINAL E SUA FORMA EM LETRAS.
       01  WS-HASH-AREA.
           03  WS-HASH             PIC 9(12).
           03  WS-HASH-RESTO       PIC 9(12).
           03  WS-HASH-QUOC        PIC 9(12).
           03  WS-HASH-DIGITO      PIC 9(02).
           03  WS-LETRAS           PIC X(07).
           03  WS-ALFABETO         PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03  WS-FONE-8           PIC 9(08).
           03  WS-NUMERO-4         PIC 9(04).

      *>   CPF/CNPJ: BASE SEM DIGITOS, NOVO NUMERO E VALIDACAO.
       01  WS-DOC-AREA.
           03  WS-DOC-X            PIC X(14).
           03  WS-DOC-NUM REDEFINES WS-DOC-X PIC 9(14).
           03  WS-DOC-BASE         PIC 9(12).
           03  WS-DOC-DV           PIC 9(03).
           03  WS-DOC-NOVO         PIC 9(14).
           03  WS-DOC-TIPO         PIC X(01).
           03  WS-DOC-VALIDO       PIC X(01).

      *>   RENDA, AGENCIA E CONTA.
       01  WS-VALOR-AREA.
           03  WS-RENDA-X          PIC X(10).
           03  WS-RENDA REDEFINES WS-RENDA-X PIC 9(08)V99.
           03  WS-RENDA-MIL        PIC 9(05).
           03  WS-AGENCIA-X        PIC X(05).
           03  WS-AGENCIA REDEFINES WS-AGENCIA-X PIC 9(05).
           03  WS-CONTA-X          PIC X(10).
           03  WS-CONTA REDEFINES WS-CONTA-X PIC 9(10).

      *>   RESTRPES E RECARREGADO: A CHAVE CONTEM CPF E NOME.
       01  WS-TAB-RPE.
           03  WS-QTD-RPE          PIC 9(04) VALUE ZEROS.
           03  WS-RPE-IDX          PIC 9(04).
           03  WS-RPE-ITEM OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-QTD-RPE.
               05  WS-RPE-IMAGEM   PIC X(93).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-TOTAL-LIDOS WS-TOTAL-MASCARADOS
                         WS-TOTAL-REJEITADOS
           PERFORM P100-LE-CONTROLE
               THRU P100-SAIDA
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           EVALUATE WS-ARQ-NOME
               WHEN "CUSTMAST.DAT"
                   PERFORM P300-MASCARA-CUSTMAST
               WHEN "FINMAST.DAT"
                   PERFORM P310-MASCARA-FINMAST
               WHEN "PAGMAST.DAT"
                   PERFORM P320-MASCARA-PAGMAST
               WHEN "BLACKLIST.DAT"
                   PERFORM P330-MASCARA-BLACKLIST
               WHEN "OUVIDOR.DAT"
                   PERFORM P340-MASCARA-OUVIDOR
               WHEN "RESTRPES.DAT"
                   PERFORM P350-MASCARA-RESTRPES
                       THRU P350-SAIDA
               WHEN OTHER
                   PERFORM P200-MASCARA-SEQUENCIAL
                       THRU P200-SAIDA
           END-EVALUATE

           DISPLAY "MASCARA " WS-ARQ-NOME
                   " LIDOS: " WS-TOTAL-LIDOS
                   " CAMPOS MASCARADOS: " WS-TOTAL-MASCARADOS
           IF WS-TOTAL-REJEITADOS > ZEROS
               DISPLAY "MASCARA " WS-ARQ-NOME
                       " NAO REGRAVADOS: " WS-TOTAL-REJEITADOS
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       P100-LE-CONTROLE.
      *>   O NOME DO ARQUIVO A MASCARAR VEM DO SCRIPT EM MASCARA.CTL
      *>   E PRECISA TER AO MENOS UMA REGRA NO DICIONARIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE SPACES TO WS-ARQ-NOME
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "MASCARA - MASCARA.CTL NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO P100-SAIDA
           END-IF
           READ CTL-FILE
               NOT AT END
                   MOVE CTL-REGISTRO TO WS-ARQ-NOME
           END-READ
           CLOSE CTL-FILE

           MOVE ZEROS TO WS-QTD-REGRAS-ARQ
           PERFORM VARYING WS-IR FROM 1 BY 1
                   UNTIL WS-IR > WS-MSK-QTD-REGRAS
               IF WS-MSK-ARQUIVO(WS-IR) = WS-ARQ-NOME
                   ADD 1 TO WS-QTD-REGRAS-ARQ
               END-IF
           END-PERFORM
           IF WS-QTD-REGRAS-ARQ = ZEROS
               DISPLAY "MASCARA - ARQUIVO SEM REGRA NO DICIONARIO: "
                       WS-ARQ-NOME
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       P100-SAIDA.
           EXIT.

       P200-MASCARA-SEQUENCIAL.
      *>   ARQUIVO SEQUENCIAL: O SCRIPT RENOMEIA O ORIGINAL PARA
      *>   MASCARA.ENT E DEVOLVE MASCARA.SAI NO LUGAR DELE.
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS NOT = "00"
               DISPLAY "MASCARA - MASCARA.ENT NAO ENCONTRADO."
               MOVE 8 TO RETURN-CODE
               GO TO P200-SAIDA
           END-IF
           OPEN OUTPUT SAI-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ ENT-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       MOVE ENT-REGISTRO TO WS-IMAGEM
                       PERFORM P400-APLICA-REGRAS
                       MOVE WS-IMAGEM TO SAI-REGISTRO
                       WRITE SAI-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ENT-FILE SAI-FILE
           .
       P200-SAIDA.
           EXIT.

       P300-MASCARA-CUSTMAST.
           OPEN I-O CAD-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - CUSTMAST.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ CAD-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE CAD-REGISTRO TO WS-IMAGEM
                           PERFORM P400-APLICA-REGRAS
                           MOVE WS-IMAGEM TO CAD-REGISTRO
                           REWRITE CAD-REGISTRO
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-REJEITADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE CAD-FILE
           END-IF
           .

       P310-MASCARA-FINMAST.
           OPEN I-O FIN-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - FINMAST.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ FIN-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE FIN-REGISTRO TO WS-IMAGEM
                           PERFORM P400-APLICA-REGRAS
                           MOVE WS-IMAGEM TO FIN-REGISTRO
                           REWRITE FIN-REGISTRO
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-REJEITADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE FIN-FILE
           END-IF
           .

       P320-MASCARA-PAGMAST.
           OPEN I-O PAG-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - PAGMAST.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ PAG-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE PAG-REGISTRO TO WS-IMAGEM
                           PERFORM P400-APLICA-REGRAS
                           MOVE WS-IMAGEM TO PAG-REGISTRO
                           REWRITE PAG-REGISTRO
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-REJEITADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE PAG-FILE
           END-IF
           .

       P330-MASCARA-BLACKLIST.
           OPEN I-O CRED-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - BLACKLIST.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ CRED-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE CRED-REGISTRO TO WS-IMAGEM
                           PERFORM P400-APLICA-REGRAS
                           MOVE WS-IMAGEM TO CRED-REGISTRO
                           REWRITE CRED-REGISTRO
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-REJEITADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE CRED-FILE
           END-IF
           .

       P340-MASCARA-OUVIDOR.
           OPEN I-O OUV-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - OUVIDOR.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ OUV-FILE NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           MOVE OUV-REGISTRO TO WS-IMAGEM
                           PERFORM P400-APLICA-REGRAS
                           MOVE WS-IMAGEM TO OUV-REGISTRO
                           REWRITE OUV-REGISTRO
                               INVALID KEY
                                   ADD 1 TO WS-TOTAL-REJEITADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE OUV-FILE
           END-IF
           .

       P350-MASCARA-RESTRPES.
      *>   A CHAVE (CPF + NOME) MUDA COM A MASCARA: CARREGA TUDO EM
      *>   MEMORIA, RECRIA O ARQUIVO E GRAVA AS IMAGENS MASCARADAS.
      *>   ESTOURO DA TABELA PARA ANTES DE APAGAR O ORIGINAL.
           OPEN INPUT RPE-FILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "MASCARA - RESTRPES.DAT STATUS " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO P350-SAIDA
           END-IF
           MOVE ZEROS TO WS-QTD-RPE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL FIM-ARQUIVO
               READ RPE-FILE NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF WS-QTD-RPE = 5000
                           SET FIM-ARQUIVO TO TRUE
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-QTD-RPE
                           MOVE RPE-REGISTRO
                               TO WS-RPE-IMAGEM(WS-QTD-RPE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPE-FILE
           IF RETURN-CODE = 8
               DISPLAY "MASCARA - RESTRPES.DAT EXCEDE 5000 REGISTROS."
               GO TO P350-SAIDA
           END-IF

           OPEN OUTPUT RPE-FILE
           PERFORM VARYING WS-RPE-IDX FROM 1 BY 1
                   UNTIL WS-RPE-IDX > WS-QTD-RPE
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE WS-RPE-IMAGEM(WS-RPE-IDX) TO WS-IMAGEM
               PERFORM P400-APLICA-REGRAS
               MOVE WS-IMAGEM TO RPE-REGISTRO
               WRITE RPE-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-REJEITADOS
               END-WRITE
           END-PERFORM
           CLOSE RPE-FILE
           .
       P350-SAIDA.
           EXIT.

       P400-APLICA-REGRAS.
           PERFORM P410-APLICA-REGRA
               THRU P410-SAIDA
               VARYING WS-IR FROM 1 BY 1
               UNTIL WS-IR > WS-MSK-QTD-REGRAS
           .

       P410-APLICA-REGRA.
      *>   REGRA DE OUTRO ARQUIVO OU CONDICAO DO REGISTRO NAO ATENDIDA
      *>   (TIPO DE LINHA, ORIGEM DA IMAGEM) DEIXA O CAMPO COMO ESTA.
           IF WS-MSK-ARQUIVO(WS-IR) NOT = WS-ARQ-NOME
               GO TO P410-SAIDA
           END-IF
           MOVE WS-MSK-COND-OFF(WS-IR) TO WS-COND-OFF
           MOVE WS-MSK-COND-TAM(WS-IR) TO WS-COND-TAM
           IF WS-COND-TAM > ZEROS
               IF WS-IMAGEM(WS-COND-OFF:WS-COND-TAM) NOT =
                  WS-MSK-COND-VAL(WS-IR)(1:WS-COND-TAM)
                   GO TO P410-SAIDA
               END-IF
           END-IF

           MOVE WS-MSK-OFFSET(WS-IR) TO WS-OFF
           MOVE WS-MSK-TAM(WS-IR) TO WS-TAM
           MOVE SPACES TO WS-CAMPO
           MOVE WS-IMAGEM(WS-OFF:WS-TAM) TO WS-CAMPO
           MOVE WS-CAMPO TO WS-CAMPO-NOVO
           IF WS-CAMPO(1:WS-TAM) = SPACES
               GO TO P410-SAIDA
           END-IF

           PERFORM P600-CALCULA-HASH
           EVALUATE WS-MSK-TIPO(WS-IR)
               WHEN "N"
                   MOVE SPACES TO WS-CAMPO-NOVO
                   STRING "CLIENTE " WS-LETRAS
                       DELIMITED BY SIZE INTO WS-CAMPO-NOVO
               WHEN "E"
                   MOVE SPACES TO WS-CAMPO-NOVO
                   STRING "EMPRESA " WS-LETRAS
                       DELIMITED BY SIZE INTO WS-CAMPO-NOVO
               WHEN "L"
                   MOVE SPACES TO WS-CAMPO-NOVO
                   STRING "RUA DO TREINO " WS-LETRAS
                       DELIMITED BY SIZE INTO WS-CAMPO-NOVO
               WHEN "U"
                   COMPUTE WS-NUMERO-4 =
                       FUNCTION MOD(WS-HASH, 9000) + 1000
                   MOVE SPACES TO WS-CAMPO-NOVO
                   MOVE WS-NUMERO-4 TO WS-CAMPO-NOVO(1:4)
               WHEN "T"
                   PERFORM P520-MASCARA-TELEFONE
               WHEN "X"
                   MOVE "MASCARADO" TO WS-CAMPO-NOVO
               WHEN "C"
                   PERFORM P500-MASCARA-DOCUMENTO
                       THRU P500-SAIDA
               WHEN "R"
                   PERFORM P530-MASCARA-RENDA
               WHEN "G"
                   MOVE WS-CAMPO(1:5) TO WS-AGENCIA-X
                   IF WS-AGENCIA-X IS NUMERIC AND WS-AGENCIA > ZEROS
                       COMPUTE WS-AGENCIA = FUNCTION MOD(
                           WS-AGENCIA * 7 + 12345, 100000)
                       MOVE WS-AGENCIA-X TO WS-CAMPO-NOVO(1:5)
                   END-IF
               WHEN "K"
                   MOVE WS-CAMPO(1:10) TO WS-CONTA-X
                   IF WS-CONTA-X IS NUMERIC AND WS-CONTA > ZEROS
                       COMPUTE WS-CONTA = FUNCTION MOD(
                           WS-CONTA * 7 + 1234567890, 10000000000)
                       MOVE WS-CONTA-X TO WS-CAMPO-NOVO(1:10)
                   END-IF
           END-EVALUATE

           IF WS-CAMPO-NOVO(1:WS-TAM) NOT = WS-CAMPO(1:WS-TAM)
               MOVE WS-CAMPO-NOVO(1:WS-TAM) TO WS-IMAGEM(WS-OFF:WS-TAM)
               ADD 1 TO WS-TOTAL-MASCARADOS
           END-IF
           .
       P410-SAIDA.
           EXIT.

       P500-MASCARA-DOCUMENTO.
      *>   CPF (TRES PRIMEIROS DIGITOS ZERO) TROCA A BASE DE 9 DIGITOS,
      *>   CNPJ A DE 12; A TROCA E UMA PERMUTACAO, ENTAO DOIS
      *>   DOCUMENTOS DIFERENTES NUNCA VIRAM O MESMO. OS DIGITOS
      *>   VERIFICADORES SAO OS QUE O cpfUtil ACEITA; BASE DE DIGITO
      *>   REPETIDO, QUE NENHUM DV VALIDA, PASSA PARA A SEGUINTE.
           MOVE WS-CAMPO(1:14) TO WS-DOC-X
           IF WS-DOC-X NOT NUMERIC OR WS-DOC-NUM = ZEROS
               GO TO P500-SAIDA
           END-IF
           COMPUTE WS-DOC-BASE = WS-DOC-NUM / 100
           IF WS-DOC-NUM < 100000000000
               MOVE "F" TO WS-DOC-TIPO
               COMPUTE WS-DOC-BASE = FUNCTION MOD(
                   WS-DOC-BASE * 7 + 123456789, 1000000000)
           ELSE
               MOVE "J" TO WS-DOC-TIPO
               COMPUTE WS-DOC-BASE = FUNCTION MOD(
                   WS-DOC-BASE * 7 + 123456789012, 1000000000000)
           END-IF
           MOVE "N" TO WS-DOC-VALIDO
           PERFORM P510-PROCURA-DV
               UNTIL WS-DOC-VALIDO = "S"
           MOVE WS-DOC-NOVO TO WS-DOC-NUM
           MOVE WS-DOC-X TO WS-CAMPO-NOVO(1:14)
           .
       P500-SAIDA.
           EXIT.

       P510-PROCURA-DV.
           PERFORM VARYING WS-DOC-DV FROM 0 BY 1
                   UNTIL WS-DOC-DV > 99 OR WS-DOC-VALIDO = "S"
               COMPUTE WS-DOC-NOVO = WS-DOC-BASE * 100 + WS-DOC-DV
               CALL "cpfUtil" USING WS-DOC-TIPO WS-DOC-NOVO
                                    WS-DOC-VALIDO
           END-PERFORM
           IF WS-DOC-VALIDO NOT = "S"
               ADD 1 TO WS-DOC-BASE
           END-IF
           .

       P520-MASCARA-TELEFONE.
           IF WS-CAMPO(1:WS-TAM) NOT = ZEROS
               COMPUTE WS-FONE-8 = FUNCTION MOD(WS-HASH, 100000000)
               MOVE SPACES TO WS-CAMPO-NOVO
               STRING "9" WS-FONE-8
                   DELIMITED BY SIZE INTO WS-CAMPO-NOVO
           END-IF
           .

       P530-MASCARA-RENDA.
      *>   RENDA VAI PARA O MEIO DA FAIXA DE MIL (3.456,78 -> 3.500,00)
      *>   PARA QUE OS LIMITES DE COMPROMETIMENTO AINDA FACAM SENTIDO.
           MOVE WS-CAMPO(1:10) TO WS-RENDA-X
           IF WS-RENDA-X IS NUMERIC AND WS-RENDA > ZEROS
               DIVIDE WS-RENDA BY 1000 GIVING WS-RENDA-MIL
               COMPUTE WS-RENDA = WS-RENDA-MIL * 1000 + 500
               MOVE WS-RENDA-X TO WS-CAMPO-NOVO(1:10)
           END-IF
           .

       P600-CALCULA-HASH.
      *>   HASH DO CONTEUDO SEM OS BRANCOS A DIREITA, PARA QUE O MESMO
      *>   NOME EM CAMPOS DE 15 OU 20 POSICOES DE O MESMO RESULTADO.
           MOVE WS-TAM TO WS-FIM
           PERFORM UNTIL WS-FIM = 1
                   OR WS-CAMPO(WS-FIM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FIM
           END-PERFORM
           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FIM
               MOVE WS-CAMPO(WS-I:1) TO WS-CARACTERE
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + FUNCTION ORD(WS-CARACTERE),
                   8031810176)
           END-PERFORM

           MOVE WS-HASH TO WS-HASH-RESTO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               DIVIDE WS-HASH-RESTO BY 26 GIVING WS-HASH-QUOC
                   REMAINDER WS-HASH-DIGITO
               MOVE WS-ALFABETO(WS-HASH-DIGITO + 1:1)
                   TO WS-LETRAS(WS-I:1)
               MOVE WS-HASH-QUOC TO WS-HASH-RESTO
           END-PERFORM
           .

       END PROGRAM mascara.
