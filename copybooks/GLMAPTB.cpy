      * here on purpose - their applied proceeds already flow to the
      * GL through the PAGHIST rows the settlement posts. RECUPERA
      * returns a recovered write-off to the book, reversing the
      * PREJUIZO entry (writeOff.cbl). COMISCOB is the commission
      * paid to the external collection agencies at month-end
      * (assessAcerto.cbl), booked as collection expense (47001)
      * against caixa. REPASDEV turns the repasse already paid on a
      * store-originated contract cancelled in the cooling-off window
      * into a receivable from the merchant (14001 = valores a
      * receber de lojistas) relieving the contract receivable
      * (cancela.cbl); LOJDEBBX settles that receivable, netted off
      * the next repasse (lojRepasse.cbl) or received by the
      * commercial team (lojDebito.cbl). MUTENTRA is the entrada
      * paid on a debt-settlement drive renegotiation and MUTDESC
      * the campaign discount written off the receivable when the
      * drive settles or reschedules a contract (retorno.cbl).
      * ISENCAO records a formal multa/mora waiver (isencao.cbl) in
      * the memo accounts (91001 = encargos isentos, 91002 = contra-
      * partida de isencoes): the charges are only booked as income
      * when collected, so the waiver relieves nothing on the balance
      * sheet but stays on the ledger for the auditors.
      * AMORTEXT is a partial prepayment (amortExt.cbl): all of it
      * is principal - the interest of the parcelas it covers is
      * discounted - so it relieves the receivable against caixa.
      * IOF is the tax withheld from the amount released on every
      * contract booked, refinanced or rescheduled (FIN-VALOR-IOF):
      * caixa keeps it against 25001 = IOF a recolher until the DARF
      * is paid; IOFESTOR reverses it when the contract is cancelled
      * in the cooling-off window and the IOF goes back to the
      * customer. The month-end iofRpt proves 25001 movements against
      * the contracts before the DARF is issued.
      * MANUAL is the accounting team's manual correction (lancMan):
      * it has no row here because the operator keys the debit and
      * credit accounts, but both must be accounts this table uses.
      * CNIENTRA parks a receipt that cannot be matched to a contract
      * (retorno.cbl, or a counter deposit keyed in cniWork) in 24001
      * = creditos nao identificados; CNIAPLIC releases it to caixa
      * when the desk applies it to a contract - the PAGHIST row then
      * carries the payment itself - and CNIDEVOL when it is returned
      * to the payer.
      * TARIFA is a service fee the client pays (the returned-cheque
      * fee at the cheque desk, the service fees of TARITEM.DAT at
      * the fee desk, or taken by tarifaCob from the client's credit
      * balance that the boleto carrying them left on CREDSALD.DAT),
      * cash against 48001 = receitas de tarifas.
      * ENCERRAM is the year-end result closing (encerra.cbl): each
      * result account (4xxxx) is swept into 61001 = lucros ou
      * prejuizos acumulados, debit or credit depending on the sign
      * of its balance, so the row below only registers 61001 as a
      * ledger account - the program picks the side itself.
      * RESTITUI is a refund paid to the client by bank transfer - a
      * credit balance of CREDSALD.DAT or the entrada of a contract
      * cancelled in the cooling-off window - sent in the nightly
      * transfer order file (restPag.cbl): 26001 = restituicoes a
      * clientes against caixa. RESTDEVO reverses it when the bank
      * sends the transfer back (restRet.cbl).
      * OBITO is the payoff of a deceased client's contract by the
      * credit-life insurer (obito.cbl) and QUITBCO the payoff of a
      * debt-settlement drive agreement paid by boleto through the
      * bank (retorno.cbl): both relieve the receivable against caixa
      * like QUITACAO, which stays for the payoff taken at the
      * counter (payoff.cbl) that the AML monitor (pldMon) screens.
      *****************************************************************
       01  WS-GLMAP-VALORES.
           05  FILLER PIC X(18) VALUE "CONTRATO1300111001".
           05  FILLER PIC X(18) VALUE "CESSAO  1100113001".
           05  FILLER PIC X(18) VALUE "CESSAOPD4100113001".
           05  FILLER PIC X(18) VALUE "CESSAOGN1300146001".
           05  FILLER PIC X(18) VALUE "COMISCOB4700111001".
           05  FILLER PIC X(18) VALUE "REPASDEV1400113001".
           05  FILLER PIC X(18) VALUE "LOJDEBBX1100114001".
           05  FILLER PIC X(18) VALUE "MUTENTRA1100113001".
           05  FILLER PIC X(18) VALUE "MUTDESC 4100113001".
           05  FILLER PIC X(18) VALUE "ISENCAO 9100191002".
           05  FILLER PIC X(18) VALUE "AMORTEXT1100113001".
           05  FILLER PIC X(18) VALUE "IOF     1100125001".
           05  FILLER PIC X(18) VALUE "IOFESTOR2500111001".
           05  FILLER PIC X(18) VALUE "CNIENTRA1100124001".
           05  FILLER PIC X(18) VALUE "CNIAPLIC2400111001".
           05  FILLER PIC X(18) VALUE "CNIDEVOL2400111001".
           05  FILLER PIC X(18) VALUE "ENCERRAM4500161001".
           05  FILLER PIC X(18) VALUE "TARIFA  1100148001".
           05  FILLER PIC X(18) VALUE "RESTITUI2600111001".
           05  FILLER PIC X(18) VALUE "RESTDEVO1100126001".
           05  FILLER PIC X(18) VALUE "OBITO   1100113001".
           05  FILLER PIC X(18) VALUE "QUITBCO 1100113001".
       01  WS-TABELA-GLMAP REDEFINES WS-GLMAP-VALORES.
           05  WS-GLMAP-ITEM OCCURS 38 TIMES
                              INDEXED BY WS-GLMAP-IDX.
               10  WS-GLMAP-EVENTO    PIC X(08).
               10  WS-GLMAP-DEBITO    PIC 9(05).
