      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared PIX charge code - for one parcela of a
      *          contract builds the transaction ID (txid) and the
      *          "copia e cola" payload of the static BR Code the
      *          client pays by PIX (EMV fields with our PIX key, the
      *          value, the txid and the CRC16 check), and reads a
      *          txid coming back on the PIX credit file into the
      *          contract and parcela it was issued for. The txid is
      *          FIN + contrato (6) + parcela (3) + a mod-11 check
      *          digit, so a mistyped or foreign txid is refused
      *          instead of posting to the wrong contract. boleto,
      *          notifica and pixRet all CALL this one routine.
      *          LK-FUNCAO: M = montar (txid and payload from
      *          contract, parcela and value), L = ler (contract and
      *          parcela from the txid). LK-VALIDO: S = txid ok.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pixUtil.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>   CHAVE PIX DA EMPRESA E DADOS DO RECEBEDOR IMPRESSOS NO
      *>   QR CODE - UMA UNICA CONTA RECEBEDORA PARA TODA A CARTEIRA.
       77  WS-PIX-CHAVE            PIC X(36)
                                   VALUE "12345678000190".
       77  WS-PIX-RECEBEDOR        PIC X(25)
                                   VALUE "FINANCEIRA EMPRESTIMOS".
       77  WS-PIX-CIDADE           PIC X(15)
                                   VALUE "SAO PAULO".

       01  WS-TXID-MONTAGEM.
           03  WS-TX-PREFIXO       PIC X(03) VALUE "FIN".
           03  WS-TX-CONTRATO      PIC 9(06).
           03  WS-TX-PARCELA       PIC 9(03).
           03  WS-TX-DV            PIC 9(01).
       01  WS-TX-NUMEROS REDEFINES WS-TXID-MONTAGEM.
           03  FILLER              PIC X(03).
           03  WS-TX-DIG           PIC 9 OCCURS 10 TIMES.

       01  WS-VARIAVEIS.
           03  WS-IND              PIC 9(03).
           03  WS-PESO             PIC 9(02).
           03  WS-SOMA             PIC 9(05).
           03  WS-RESTO            PIC 9(02).
           03  WS-DV-CALC          PIC 9(01).
           03  WS-PONT             PIC 9(03).
           03  WS-TAM              PIC 9(03).
           03  WS-TAM-EDIT         PIC 99.
           03  WS-TEXTO            PIC X(80).
           03  WS-ID-CAMPO         PIC X(02).
           03  WS-CAMPO            PIC X(80).
           03  WS-VALOR-INT        PIC 9(06).
           03  WS-VALOR-INT-X REDEFINES WS-VALOR-INT PIC X(06).
           03  WS-VALOR-CENT       PIC 9(02).
           03  WS-VALOR-TEXTO      PIC X(10).
           03  WS-PRIM-DIGITO      PIC 9(02).

      *>   CRC16-CCITT (POLINOMIO 1021, INICIO FFFF) DO PAYLOAD,
      *>   FEITO EM ARITMETICA: O OU-EXCLUSIVO BIT A BIT E O P320.
       01  WS-CRC.
           03  WS-CRC-VALOR        PIC 9(05).
           03  WS-CRC-BYTE         PIC 9(05).
           03  WS-CRC-BIT          PIC 9(02).
           03  WS-XOR-A            PIC 9(05).
           03  WS-XOR-B            PIC 9(05).
           03  WS-XOR-R            PIC 9(05).
           03  WS-XOR-BIT-A        PIC 9(01).
           03  WS-XOR-BIT-B        PIC 9(01).
           03  WS-XOR-PESO         PIC 9(06).
           03  WS-XOR-IND          PIC 9(02).
           03  WS-HEX-DIGITOS      PIC X(16) VALUE "0123456789ABCDEF".
           03  WS-HEX-RESTO        PIC 9(05).
           03  WS-HEX-DIG          PIC 9(02).
           03  WS-HEX-DIVISOR      PIC 9(05).
           03  WS-CRC-HEX          PIC X(04).

       LINKAGE SECTION.
       01  LK-FUNCAO               PIC X(01).
       01  LK-CONTRATO             PIC 9(06).
       01  LK-PARCELA              PIC 9(03).
       01  LK-VALOR                PIC 9(06)V99.
       01  LK-TXID                 PIC X(25).
       01  LK-PAYLOAD              PIC X(200).
       01  LK-VALIDO               PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CONTRATO LK-PARCELA
                                LK-VALOR LK-TXID LK-PAYLOAD LK-VALIDO.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-VALIDO
           EVALUATE LK-FUNCAO
               WHEN "M"
                   PERFORM P100-MONTA-TXID
                   PERFORM P200-MONTA-PAYLOAD
                   MOVE "S" TO LK-VALIDO
               WHEN "L"
                   PERFORM P400-LE-TXID THRU P400-SAIDA
           END-EVALUATE
           GOBACK.

       P100-MONTA-TXID.
           MOVE LK-CONTRATO TO WS-TX-CONTRATO
           MOVE LK-PARCELA  TO WS-TX-PARCELA
           PERFORM P110-CALCULA-DV
           MOVE WS-DV-CALC TO WS-TX-DV
           MOVE SPACES TO LK-TXID
           MOVE WS-TXID-MONTAGEM TO LK-TXID
           .

       P110-CALCULA-DV.
      *>   MOD-11 DOS NOVE DIGITOS (CONTRATO + PARCELA), PESOS 2 A 9
      *>   DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DV ZERO.
           MOVE ZEROS TO WS-SOMA
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-IND FROM 9 BY -1 UNTIL WS-IND < 1
               COMPUTE WS-SOMA = WS-SOMA + WS-TX-DIG(WS-IND) * WS-PESO
               ADD 1 TO WS-PESO
               IF WS-PESO > 9
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
           IF WS-RESTO < 2
               MOVE 0 TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO
           END-IF
           .

       P200-MONTA-PAYLOAD.
           MOVE SPACES TO LK-PAYLOAD
           MOVE 1 TO WS-PONT
           STRING "000201" DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING

      *>   26 - CONTA DO RECEBEDOR: GUI DO ARRANJO E A CHAVE PIX.
           MOVE WS-PIX-CHAVE TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE SPACES TO WS-CAMPO
           MOVE WS-TAM TO WS-TAM-EDIT
           STRING "0014BR.GOV.BCB.PIX01" DELIMITED BY SIZE
                  WS-TAM-EDIT           DELIMITED BY SIZE
                  WS-TEXTO(1:WS-TAM)    DELIMITED BY SIZE
               INTO WS-CAMPO
           END-STRING
           MOVE WS-CAMPO TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE "26" TO WS-ID-CAMPO
           PERFORM P280-ACRESCENTA-CAMPO

           STRING "52040000" DELIMITED BY SIZE
                  "5303986"  DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING

      *>   54 - VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA.
           PERFORM P250-EDITA-VALOR
           MOVE WS-VALOR-TEXTO TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE "54" TO WS-ID-CAMPO
           PERFORM P280-ACRESCENTA-CAMPO

           STRING "5802BR" DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING

           MOVE WS-PIX-RECEBEDOR TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE "59" TO WS-ID-CAMPO
           PERFORM P280-ACRESCENTA-CAMPO

           MOVE WS-PIX-CIDADE TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE "60" TO WS-ID-CAMPO
           PERFORM P280-ACRESCENTA-CAMPO

      *>   62 - DADOS ADICIONAIS: SUBCAMPO 05 E O TXID DA PARCELA.
           MOVE LK-TXID TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE SPACES TO WS-CAMPO
           MOVE WS-TAM TO WS-TAM-EDIT
           STRING "05"                  DELIMITED BY SIZE
                  WS-TAM-EDIT           DELIMITED BY SIZE
                  WS-TEXTO(1:WS-TAM)    DELIMITED BY SIZE
               INTO WS-CAMPO
           END-STRING
           MOVE WS-CAMPO TO WS-TEXTO
           PERFORM P290-TAMANHO-TEXTO
           MOVE "62" TO WS-ID-CAMPO
           PERFORM P280-ACRESCENTA-CAMPO

      *>   63 - O CRC COBRE TODO O PAYLOAD ATE O "6304" INCLUSIVE.
           STRING "6304" DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING
           PERFORM P300-CALCULA-CRC
           STRING WS-CRC-HEX DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING
           .

       P250-EDITA-VALOR.
           COMPUTE WS-VALOR-INT = FUNCTION INTEGER-PART(LK-VALOR)
           COMPUTE WS-VALOR-CENT = (LK-VALOR - WS-VALOR-INT) * 100
      *>   DE TRAS PARA A FRENTE: FICA O DIGITO NAO ZERO MAIS A
      *>   ESQUERDA (A UNIDADE SEMPRE ENTRA, MESMO ZERO).
           MOVE 6 TO WS-PRIM-DIGITO
           PERFORM VARYING WS-IND FROM 5 BY -1 UNTIL WS-IND < 1
               IF WS-VALOR-INT-X(WS-IND:1) NOT = "0"
                   MOVE WS-IND TO WS-PRIM-DIGITO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-VALOR-TEXTO
           STRING WS-VALOR-INT-X(WS-PRIM-DIGITO:) DELIMITED BY SIZE
                  "."                             DELIMITED BY SIZE
                  WS-VALOR-CENT                   DELIMITED BY SIZE
               INTO WS-VALOR-TEXTO
           END-STRING
           .

       P280-ACRESCENTA-CAMPO.
      *>   CAMPO EMV: ID + TAMANHO EM DOIS DIGITOS + CONTEUDO.
           MOVE WS-TAM TO WS-TAM-EDIT
           STRING WS-ID-CAMPO        DELIMITED BY SIZE
                  WS-TAM-EDIT        DELIMITED BY SIZE
                  WS-TEXTO(1:WS-TAM) DELIMITED BY SIZE
               INTO LK-PAYLOAD WITH POINTER WS-PONT
           END-STRING
           .

       P290-TAMANHO-TEXTO.
           MOVE 80 TO WS-TAM
           PERFORM UNTIL WS-TAM = 1
                      OR WS-TEXTO(WS-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TAM
           END-PERFORM
           .

       P300-CALCULA-CRC.
           MOVE 65535 TO WS-CRC-VALOR
           COMPUTE WS-TAM = WS-PONT - 1
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-TAM
               COMPUTE WS-CRC-BYTE =
                       FUNCTION ORD(LK-PAYLOAD(WS-IND:1)) - 1
               MOVE WS-CRC-VALOR TO WS-XOR-A
               COMPUTE WS-XOR-B = WS-CRC-BYTE * 256
               PERFORM P320-OU-EXCLUSIVO
               MOVE WS-XOR-R TO WS-CRC-VALOR
               PERFORM VARYING WS-CRC-BIT FROM 1 BY 1
                       UNTIL WS-CRC-BIT > 8
                   IF WS-CRC-VALOR >= 32768
                       COMPUTE WS-XOR-A = (WS-CRC-VALOR - 32768) * 2
                       MOVE 4129 TO WS-XOR-B
                       PERFORM P320-OU-EXCLUSIVO
                       MOVE WS-XOR-R TO WS-CRC-VALOR
                   ELSE
                       COMPUTE WS-CRC-VALOR = WS-CRC-VALOR * 2
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-CRC-VALOR TO WS-HEX-RESTO
           MOVE 4096 TO WS-HEX-DIVISOR
           PERFORM VARYING WS-XOR-IND FROM 1 BY 1 UNTIL WS-XOR-IND > 4
               DIVIDE WS-HEX-RESTO BY WS-HEX-DIVISOR
                   GIVING WS-HEX-DIG REMAINDER WS-HEX-RESTO
               MOVE WS-HEX-DIGITOS(WS-HEX-DIG + 1:1)
                   TO WS-CRC-HEX(WS-XOR-IND:1)
               DIVIDE 16 INTO WS-HEX-DIVISOR
           END-PERFORM
           .

       P320-OU-EXCLUSIVO.
           MOVE ZEROS TO WS-XOR-R
           MOVE 1 TO WS-XOR-PESO
           PERFORM VARYING WS-XOR-IND FROM 1 BY 1
                   UNTIL WS-XOR-IND > 16
               DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                   REMAINDER WS-XOR-BIT-A
               DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                   REMAINDER WS-XOR-BIT-B
               IF WS-XOR-BIT-A NOT = WS-XOR-BIT-B
                   ADD WS-XOR-PESO TO WS-XOR-R
               END-IF
               MULTIPLY 2 BY WS-XOR-PESO
           END-PERFORM
           .

       P400-LE-TXID.
           MOVE ZEROS TO LK-CONTRATO
           MOVE ZEROS TO LK-PARCELA
           IF LK-TXID(1:3) NOT = "FIN"
              OR LK-TXID(4:10) IS NOT NUMERIC
              OR LK-TXID(14:) NOT = SPACES
               GO TO P400-SAIDA
           END-IF
           MOVE LK-TXID(1:13) TO WS-TXID-MONTAGEM
           PERFORM P110-CALCULA-DV
           IF WS-DV-CALC NOT = WS-TX-DV
               GO TO P400-SAIDA
           END-IF
           MOVE WS-TX-CONTRATO TO LK-CONTRATO
           MOVE WS-TX-PARCELA  TO LK-PARCELA
           MOVE "S" TO LK-VALIDO
           .
       P400-SAIDA.
           EXIT.

       END PROGRAM pixUtil.
