           03  WS-SYS-DIAS-SENHA       PIC 9(03) VALUE 90.
           03  WS-SYS-MAX-FALHAS       PIC 9(02) VALUE 3.
           03  WS-SYS-QTD-SENHAS       PIC 9(02) VALUE 5.
      * Anti-money-laundering (PLD) monitor of counter receipts: a
      * single receipt at or above LIM-ESPECIE is flagged; PLD-QTD-
      * FRACOES or more receipts of one client within PLD-DIAS-
      * JANELA days, each within PLD-PCT-FAIXA percent below the
      * limit, are flagged as structuring; a quitacao within
      * PLD-DIAS-QUITACAO days of booking is flagged as an early
      * cash payoff. Flags go to the compliance queue (PLDFILA.DAT).
           03  WS-SYS-LIM-ESPECIE      PIC 9(08) VALUE 10000.
           03  WS-SYS-PLD-DIAS-JANELA  PIC 9(03) VALUE 5.
           03  WS-SYS-PLD-PCT-FAIXA    PIC 9(03) VALUE 20.
           03  WS-SYS-PLD-QTD-FRACOES  PIC 9(02) VALUE 2.
           03  WS-SYS-PLD-DIAS-QUITACAO PIC 9(03) VALUE 90.
      * Ouvidoria: a complaint must be answered within OUV-DIAS-SLA
      * business days of its registration (FERIADOS.DAT calendar).
           03  WS-SYS-OUV-DIAS-SLA     PIC 9(02) VALUE 10.
      * External collection agencies take the contracts whose worst
      * parcela is between ASS-DIAS-MIN and ASS-DIAS-MAX days late;
      * past that band the case belongs to the law firms.
           03  WS-SYS-ASS-DIAS-MIN     PIC 9(03) VALUE 061.
           03  WS-SYS-ASS-DIAS-MAX     PIC 9(03) VALUE 180.
      * A placed case with no payment for ASS-DIAS-RECOLHE days is
      * recalled from the agency (assessPag).
           03  WS-SYS-ASS-DIAS-RECOLHE PIC 9(03) VALUE 090.
      * First-payment default: a store whose matured contracts show
      * more than FPD-PCT-TOLERA percent with the first parcela over
      * 30 days late (measured over the contracts whose first parcela
      * fell due in the last FPD-MESES-SAFRA months, and only once it
      * has FPD-MIN-CONTRATOS of them) is flagged on LOJISTA.DAT and
      * its new applications go to the alcada queue.
           03  WS-SYS-FPD-PCT-TOLERA   PIC 9(03) VALUE 010.
           03  WS-SYS-FPD-MESES-SAFRA  PIC 9(02) VALUE 06.
           03  WS-SYS-FPD-MIN-CONTRATOS PIC 9(03) VALUE 010.
      * Late-charge waiver authority: a level-2 collector may waive up
      * to ISE-LIMITE-N2 reais of multa/mora on one parcela (counting
      * what was already waived on it); above that the waiver waits
      * for a level-3 supervisor approval (isencao).
           03  WS-SYS-ISE-LIMITE-N2    PIC 9(06) VALUE 200.
      * A contract may have its due day changed (altVenc) at most once
      * every ALT-VENC-MESES months.
           03  WS-SYS-ALT-VENC-MESES   PIC 9(02) VALUE 12.
      * A payoff quote answered through the web portal (portalBat)
      * holds for PORTAL-DIAS-QUITACAO calendar days, rolled to the
      * next business day.
           03  WS-SYS-PORTAL-DIAS-QUITACAO PIC 9(02) VALUE 05.
      * A contract whose document dossier (dossie) is still missing a
      * required document DOSSIE-DIAS calendar days after
      * FIN-DT-CONTRATO is listed by the nightly pendency report.
           03  WS-SYS-DOSSIE-DIAS      PIC 9(03) VALUE 015.
      * Nightly stream service level: the stream must finish by
      * SLA-HORA-FIM (HHMMSS, the morning after it starts) so the
      * branches open on posted masters; a step running more than
      * SLA-PCT-TOLERA percent over its 30-night average is flagged
      * (steps averaging under SLA-MIN-SEGUNDOS are too short to
      * judge). Read by slaUtil for the controller's alert
      * (streamSla) and the duration report (streamRpt).
           03  WS-SYS-SLA-HORA-FIM     PIC 9(06) VALUE 060000.
           03  WS-SYS-SLA-PCT-TOLERA   PIC 9(03) VALUE 050.
           03  WS-SYS-SLA-MIN-SEGUNDOS PIC 9(05) VALUE 00060.
      * Personal-data access monitoring (acessoMon): an operator who
      * consults more than ACS-LIM-DIA customers' data in one day
      * (ACESSO.DAT rows) is flagged for review.
           03  WS-SYS-ACS-LIM-DIA      PIC 9(04) VALUE 0100.
      * Creditos nao identificados: an item still open in suspense
      * (CNIDENT.DAT) CNI-PRAZO-DIAS calendar days after it came in
      * is listed by the aging report (cniAging) for escalation.
           03  WS-SYS-CNI-PRAZO-DIAS   PIC 9(03) VALUE 030.
      * Bank reconciliation (concBco): a movement we expect and a line
      * of the bank statement match when type and value are equal and
      * the dates are at most CBC-DIAS-FLOAT calendar days apart.
           03  WS-SYS-CBC-DIAS-FLOAT   PIC 9(02) VALUE 02.
      * Negativacao in the credit bureau (negBureau): a contract with a
      * parcela NEG-DIAS-ATRASO days late gets the legal prior notice;
      * if the debt is still open NEG-DIAS-AVISO calendar days after
      * the notice the client goes in the bureau inclusion file; once
      * settled, the removal must reach the bureau within
      * NEG-DIAS-BAIXA calendar days of the payment.
           03  WS-SYS-NEG-DIAS-ATRASO  PIC 9(03) VALUE 060.
           03  WS-SYS-NEG-DIAS-AVISO   PIC 9(02) VALUE 10.
           03  WS-SYS-NEG-DIAS-BAIXA   PIC 9(02) VALUE 05.
      * Returned post-dated cheque (cheque): the fee, in whole reais,
      * charged to the client for each cheque the bank sends back.
           03  WS-SYS-CHQ-TARIFA-DEV   PIC 9(04) VALUE 0030.
      * Parcela balao (sistema B): the highest residual, in whole
      * percent of the amount financed, the intake accepts, and how
      * many days before the balloon falls due the notice run
      * (balaoAviso) writes to the client.
           03  WS-SYS-BALAO-PCT-MAX    PIC 9(03) VALUE 050.
           03  WS-SYS-BALAO-DIAS-AVISO PIC 9(03) VALUE 060.
      * Recadastramento (recadast): a client whose registration data
      * was last confirmed more than RCD-MESES-GERAL months ago gets
      * a refresh request; pessoa juridica and clients whose open
      * balance reaches RCD-EXPOSICAO (whole reais) are held to the
      * shorter RCD-MESES-REDUZ. RCD-DIAS-CARENCIA calendar days after
      * the request, a client still not refreshed gets no new
      * contract (loanBatch).
           03  WS-SYS-RCD-MESES-GERAL  PIC 9(03) VALUE 036.
           03  WS-SYS-RCD-MESES-REDUZ  PIC 9(03) VALUE 012.
           03  WS-SYS-RCD-EXPOSICAO    PIC 9(08) VALUE 00050000.
           03  WS-SYS-RCD-DIAS-CARENCIA PIC 9(03) VALUE 060.
      * Refund by bank transfer (restitui): a request above
      * RST-LIMITE-APROV (whole reais) is only paid out by the nightly
      * restPag once a level-3 supervisor has approved it.
           03  WS-SYS-RST-LIMITE-APROV PIC 9(08) VALUE 00001000.
