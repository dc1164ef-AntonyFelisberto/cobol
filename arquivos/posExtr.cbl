                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
               05  WS-VC-MM        PIC 9(2).
               05  WS-VC-DD        PIC 9(2).
       77  WS-MES-TOTAL            PIC 9(6).
       77  WS-PARC-VENC            PIC 999.

       01  WS-DT-CONTRATO-COPIA.
           03  WS-CD-AAAA          PIC 9(4).
                       + FUNCTION INTEGER((WS-MES-TOTAL - 1) / 12)
               COMPUTE WS-VC-MM =
                       FUNCTION MOD(WS-MES-TOTAL - 1, 12) + 1
               COMPUTE WS-PARC-VENC = WS-PAG-ULT-PARCELA-PAGA + 1
               MOVE WS-CD-DD TO WS-VC-DD
               CALL "vencUtil" USING FIN-CONTRATO WS-PARC-VENC
                                     WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "dataUtil" USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               CALL "diaUtil"  USING WS-VC-AAAA WS-VC-MM WS-VC-DD
               MOVE WS-DATA-VENCIMENTO TO POS-PROX-VENC
