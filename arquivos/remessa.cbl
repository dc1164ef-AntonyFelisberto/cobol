      *          remittance layout (REMFD.cpy) to REMESSA.DAT with
      *          header and control-total trailer, so the bank can
      *          issue the collection documents instead of every
      *          payment being taken at our counter. Contracts of a
      *          deceased client (obito) or under a collections hold
      *          (cobHold) get no new boleto. Consignado contracts
      *          collected by payroll (consigUtil) only get a boleto
      *          for a parcela the employer handed back (consRet),
      *          already due or due in the period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   FILE STATUS IS WS-CAD-STATUS.

               SELECT REM-FILE ASSIGN TO "REMESSA.DAT"
           03  WS-DDA-IDX          PIC 9(04).
           03  WS-TEM-MANDATO      PIC X VALUE "N".
               88  CONTRATO-MANDATADO VALUE "S".
           03  WS-DT-OBITO         PIC 9(8).
           03  WS-MOTIVO-BLOQUEIO  PIC X(02).
           03  WS-CSG-CONVENIO     PIC 9(04).
           03  WS-CSG-COBRANCA     PIC X(01).
               88  COBRANCA-EM-FOLHA  VALUE "F".
           03  WS-CSG-PARCELA-ZERO PIC 999 VALUE ZEROS.
           03  WS-EM-FOLHA         PIC X VALUE "N".
               88  CONTRATO-EM-FOLHA  VALUE "S".
           03  WS-EMITE-BOLETO     PIC X VALUE "N".
               88  EMITE-BOLETO       VALUE "S".
           03  WS-BCT-STATUS       PIC XX.
           03  WS-BCT-EOF          PIC X VALUE "N".
               88  FIM-BOLETOS        VALUE "S".
               NOT AT END
                   IF FIN-ATIVO
                       PERFORM P250-VERIFICA-MANDATO
      *>               CLIENTE FALECIDO (obito.cbl) OU BLOQUEIO DE
      *>               COBRANCA EM VIGOR (cobHold): NENHUM BOLETO NOVO.
                       CALL "obitoUtil" USING FIN-CONTRATO WS-DT-OBITO
                       CALL "holdUtil" USING FIN-CONTRATO
                                             FIN-COD-CLIENTE
                                             WS-MOTIVO-BLOQUEIO
      *>               CONSIGNADO DESCONTADO EM FOLHA (consGera): SO A
      *>               PARCELA DEVOLVIDA PELO EMPREGADOR VIRA BOLETO.
                       CALL "consigUtil" USING FIN-CONTRATO
                                               WS-CSG-PARCELA-ZERO
                                               WS-CSG-CONVENIO
                                               WS-CSG-COBRANCA
                       MOVE "N" TO WS-EM-FOLHA
                       IF COBRANCA-EM-FOLHA
                           SET CONTRATO-EM-FOLHA TO TRUE
                       END-IF
                       IF NOT CONTRATO-MANDATADO
                          AND WS-DT-OBITO = ZEROS
                          AND WS-MOTIVO-BLOQUEIO = SPACES
                           PERFORM P300-EXTRAI-PARCELAS
                       END-IF
                   END-IF
                   + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
           COMPUTE WS-VC-MM = FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
           MOVE WS-CD-DD TO WS-VC-DD
           CALL "vencUtil" USING FIN-CONTRATO WS-IND
                                 WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
           CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD

           MOVE "N" TO WS-EMITE-BOLETO
           IF CONTRATO-EM-FOLHA
               PERFORM P410-VERIFICA-DEVOLUCAO THRU P410-SAIDA
           ELSE
               IF WS-DATA-VENCIMENTO >= WS-PERIODO-INICIO
                  AND WS-DATA-VENCIMENTO <= WS-PERIODO-FIM
                   SET EMITE-BOLETO TO TRUE
               END-IF
           END-IF

           IF EMITE-BOLETO
               MOVE FIN-PARCELAS(WS-IND) TO WS-VALOR-PENDENTE
               IF WS-IND = WS-PAG-ULT-PARCELA-PAGA + 1
                   SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
           END-IF
           .

       P410-VERIFICA-DEVOLUCAO.
      *>   PARCELA QUE O EMPREGADOR NAO DESCONTOU (consRet) PODE TER
      *>   VENCIDO ANTES DO PERIODO: SAI NA PRIMEIRA REMESSA QUE A
      *>   ALCANCE, UMA VEZ SO (O CONTROLE DE BOLETOS DIZ SE JA FOI).
           IF WS-DATA-VENCIMENTO > WS-PERIODO-FIM
               GO TO P410-SAIDA
           END-IF
           CALL "consigUtil" USING FIN-CONTRATO WS-IND
                                   WS-CSG-CONVENIO WS-CSG-COBRANCA
           IF COBRANCA-EM-FOLHA
               GO TO P410-SAIDA
           END-IF
           SET EMITE-BOLETO TO TRUE
           PERFORM VARYING WS-BCT-IDX FROM 1 BY 1
                   UNTIL WS-BCT-IDX > WS-QTD-BOLETOS
               IF WS-BCT-CONTRATO(WS-BCT-IDX) = FIN-CONTRATO
                  AND WS-BCT-PARCELA(WS-BCT-IDX) = WS-IND
                   MOVE "N" TO WS-EMITE-BOLETO
               END-IF
           END-PERFORM
           .
       P410-SAIDA.
           EXIT.

       P070-CARREGA-BOLETOS.
      *>   O CONTROLE DE VIDA DOS BOLETOS (BOLCTL.DAT) ENTRA EM
      *>   TABELA PARA RECEBER OS NOVOS ENVIOS E TER AS BAIXAS
