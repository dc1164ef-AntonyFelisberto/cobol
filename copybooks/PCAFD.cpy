      *****************************************************************
      * PCAFD.cpy
      * Payment holiday campaign (pausa de parcelas) register record
      * (PAUSACAMP.DAT), one row per campaign, kept by pausaCad. The
      * affected clients are either every active contract whose
      * customer lives in PCA-UF/PCA-CIDADE (criterio M, cidade in
      * spaces = the whole UF) or the contracts listed for the
      * campaign on PAUSALST.DAT (criterio L). From PCA-DT-INICIO the
      * schedule of each contract moves PCA-MESES months forward;
      * the interest of the pause is either capitalised on the
      * remaining parcelas (PCA-JUROS C) or waived (PCA-JUROS I).
      * PCA-SITUACAO: A = aberta (cadastrada, ainda nao aplicada),
      * P = aplicada (pausaLote, deferrals on PAUSADEF.DAT).
      *****************************************************************
       01  PCA-REGISTRO.
           03  PCA-CODIGO          PIC 9(04).
           03  PCA-DESCRICAO       PIC X(30).
           03  PCA-DECRETO         PIC X(20).
           03  PCA-CRITERIO        PIC X(01).
               88  PCA-POR-MUNICIPIO   VALUE "M".
               88  PCA-POR-LISTA       VALUE "L".
           03  PCA-UF              PIC X(02).
           03  PCA-CIDADE          PIC X(20).
           03  PCA-DT-INICIO       PIC 9(8).
           03  PCA-MESES           PIC 9(02).
           03  PCA-JUROS           PIC X(01).
               88  PCA-CAPITALIZA      VALUE "C".
               88  PCA-ISENTA          VALUE "I".
           03  PCA-SITUACAO        PIC X(01).
               88  PCA-ABERTA          VALUE "A".
               88  PCA-APLICADA        VALUE "P".
           03  PCA-DT-APLICACAO    PIC 9(8).
