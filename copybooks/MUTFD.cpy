      *****************************************************************
      * MUTFD.cpy
      * Debt-settlement drive (mutirao de renegociacao) register
      * record (MUTCAMP.DAT). One row per campaign: the selection
      * filters the offer batch (mutLote) applies to the nightly
      * position file - days-late band, branch (0 = todas) and
      * product (0 = todos) - and the discount rules every offer of
      * the campaign is priced with: percentage off the saldo
      * devedor for a cash settlement (quitacao), percentage off for
      * a new schedule (renegociacao) with the entrada percentage,
      * monthly rate and number of parcelas of the new PRICE
      * schedule. Offers are valid until MUT-DT-FIM.
      * MUT-SITUACAO: A = aberta (cadastrada, ofertas nao geradas),
      * G = ofertas geradas, E = encerrada (mutFecha).
      *****************************************************************
       01  MUT-REGISTRO.
           03  MUT-CODIGO          PIC 9(04).
           03  MUT-DESCRICAO       PIC X(30).
           03  MUT-DT-INICIO       PIC 9(8).
           03  MUT-DT-FIM          PIC 9(8).
           03  MUT-DIAS-MIN        PIC 9(05).
           03  MUT-DIAS-MAX        PIC 9(05).
           03  MUT-FILIAL          PIC 9(02).
           03  MUT-PRODUTO         PIC 9(04).
           03  MUT-PCT-DESC-QUIT   PIC 9(02)V99.
           03  MUT-PCT-DESC-RENEG  PIC 9(02)V99.
           03  MUT-PCT-ENTRADA     PIC 9(02)V99.
           03  MUT-TAXA-JUROS      PIC 9V9999.
           03  MUT-NUM-PARCELAS    PIC 999.
           03  MUT-SITUACAO        PIC X(01).
               88  MUT-ABERTA          VALUE "A".
               88  MUT-GERADA          VALUE "G".
               88  MUT-ENCERRADA       VALUE "E".
           03  MUT-DT-GERACAO      PIC 9(8).
