      *****************************************************************
      * RRTFD.cpy
      * Held-repasse register (REPRET.DAT). One row per store contract
      * whose merchant repasse (lojRepasse) was held because the
      * contract dossier was still incomplete. Each repasse run pays
      * the held contracts whose dossier has since been completed,
      * together with the day's new ones, and flips the row to L with
      * the payment date; a held contract cancelled or settled before
      * its dossier came in is closed as X, without repasse.
      *****************************************************************
       01  RRT-REGISTRO.
           03  RRT-CONTRATO        PIC 9(06).
           03  RRT-LOJISTA         PIC 9(04).
           03  RRT-DT-CONTRATO     PIC 9(8).
           03  RRT-DT-RETENCAO     PIC 9(8).
           03  RRT-SITUACAO        PIC X(01).
               88  RRT-RETIDO          VALUE "R".
               88  RRT-LIBERADO        VALUE "L".
               88  RRT-BAIXADO         VALUE "X".
           03  RRT-DT-BAIXA        PIC 9(8).
