                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
           03  WS-VALOR-DEVIDO     PIC 9(06)V99.
           03  WS-MOTIVO-REJEICAO  PIC X(40).

      *>   CREDITO DOS DEBITOS ACEITOS NA CONTA DA EMPRESA, POR DATA
      *>   DE DEBITO, PARA A CONCILIACAO BANCARIA (concBco).
       01  WS-MVB-PARAMETROS.
           03  WS-MVB-DATA         PIC 9(8) VALUE ZEROS.
           03  WS-MVB-TIPO         PIC X(01) VALUE "C".
           03  WS-MVB-VALOR        PIC 9(10)V99 VALUE ZEROS.
           03  WS-MVB-ORIGEM       PIC X(08) VALUE "DEBAUTO".
           03  WS-MVB-REFERENCIA   PIC X(30).

       01  WS-LINHA-DISCR.
           03  WS-DL-CONTRATO      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
               PERFORM P500-GRAVA-DISCREPANCIA
               MOVE SPACES TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM P600-ACUMULA-CREDITO
               MOVE DBR-CONTRATO TO FIN-CONTRATO
               READ FIN-FILE
                   INVALID KEY
           WRITE DISCR-LINHA
           .

       P600-ACUMULA-CREDITO.
      *>   O DEBITO ACEITO ENTRA NA CONTA MESMO QUE O ITEM NAO POSTE
      *>   AQUI; UMA LINHA POR DATA DE DEBITO.
           IF WS-MVB-VALOR > ZEROS
              AND DBR-DT-DEBITO NOT = WS-MVB-DATA
               PERFORM P610-GRAVA-MOVIMENTO-BANCO
           END-IF
           MOVE DBR-DT-DEBITO TO WS-MVB-DATA
           ADD DBR-VALOR TO WS-MVB-VALOR
           .

       P610-GRAVA-MOVIMENTO-BANCO.
           IF WS-MVB-VALOR > ZEROS
               MOVE SPACES TO WS-MVB-REFERENCIA
               STRING "DEBITO AUTOMATICO DE " WS-MVB-DATA
                      DELIMITED BY SIZE INTO WS-MVB-REFERENCIA
               CALL "movBcoUtil" USING WS-MVB-DATA WS-MVB-TIPO
                                       WS-MVB-VALOR WS-MVB-ORIGEM
                                       WS-MVB-REFERENCIA
               MOVE ZEROS TO WS-MVB-VALOR
           END-IF
           .

       P900-ENCERRA.
           IF NOT SEM-ARQUIVO-DEBRET
               CLOSE DBR-FILE
           CLOSE PAG-FILE
           CLOSE HIST-FILE
           CLOSE DISCR-FILE
           PERFORM P610-GRAVA-MOVIMENTO-BANCO
           PERFORM P930-GRAVA-RESUMO
           DISPLAY "RESPOSTAS LIDAS    : " WS-TOTAL-LIDOS
           DISPLAY "DEBITOS POSTADOS   : " WS-TOTAL-POSTADOS
