      *****************************************************************
      * PRSFD.cpy
      * Web-portal response (PORTALRSP.DAT), written by portalBat for
      * the portal to display. Each request gets a block of lines
      * under its protocol: line 001 carries the outcome (A =
      * atendido, R = recusado with the reason code) and a one-line
      * summary; an answered request follows with the boleto image
      * or the payoff quote, one printed line per row, exactly as
      * the counter would print it.
      * Reason codes: NC = contract not found for this CPF/CNPJ
      * (the portal is not told which of the two is wrong), TI =
      * request type unknown, JU = contract with the legal-
      * collections desk, CE = contract assigned (cessao), PR =
      * contract written off (prejuizo), EN = contract already
      * settled or cancelled, SP = no open parcela to bill, PI =
      * parcela requested is not open.
      *****************************************************************
       01  PRS-REGISTRO.
           03  PRS-PROTOCOLO       PIC X(12).
           03  PRS-SEQUENCIA       PIC 9(03).
           03  PRS-SITUACAO        PIC X(01).
               88  PRS-ATENDIDO        VALUE "A".
               88  PRS-RECUSADO        VALUE "R".
           03  PRS-MOTIVO          PIC X(02).
               88  PRS-MOT-NAO-CONFERE VALUE "NC".
               88  PRS-MOT-TIPO-INVALIDO VALUE "TI".
               88  PRS-MOT-JURIDICO    VALUE "JU".
               88  PRS-MOT-CEDIDO      VALUE "CE".
               88  PRS-MOT-PREJUIZO    VALUE "PR".
               88  PRS-MOT-ENCERRADO   VALUE "EN".
               88  PRS-MOT-SEM-PARCELA VALUE "SP".
               88  PRS-MOT-PARCELA-INV VALUE "PI".
           03  PRS-TEXTO           PIC X(80).
