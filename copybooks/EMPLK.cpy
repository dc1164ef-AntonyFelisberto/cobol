      *****************************************************************
      * EMPLK.cpy
      * Call area of empUtil, the shared company (multi-empresa)
      * routine. EMU-FUNCAO selects the service:
      *   S - company of this run: the one fixed by the caller (F),
      *       else the signed-on session's (OPERSESS.DAT), else the
      *       EMPRESA environment variable of the batch job, else 00
      *       (consolidado - every company);
      *   F - fixes EMU-EMPRESA as the company of the run until the
      *       caller releases it (L), so a control program such as
      *       fechaMes runs its steps for one company;
      *   L - releases the company fixed by F;
      *   V - validates EMU-EMPRESA against EMPRESA.DAT;
      *   P - asks the operator for a company when the run is
      *       consolidated and more than one company is active;
      *       the company it returns becomes the run's company;
      *   C - company of contract EMU-CONTRATO (by number range);
      *   E - report filter: EMU-RETORNO says whether an item of
      *       company EMU-EMPRESA (00 = not stamped, then the company
      *       of contract EMU-CONTRATO) belongs to the run's company
      *       as last returned by S - always yes when consolidated;
      *   N - next contract number of company EMU-EMPRESA, drawn from
      *       its own sequence on CONTSEQ.DAT;
      *   A - name under which the output file EMU-ARQUIVO, just
      *       written, is filed for the company (NAME-Enn.EXT) once
      *       more than one company is active; EMU-ARQUIVO returns
      *       that name (unchanged otherwise). The file itself keeps
      *       its fixed name - the caller tells the operator to copy
      *       it before another company's run overwrites it;
      *   R - reloads EMPRESA.DAT after the register was maintained.
      * Every service but A and E returns the company name
      * (EMU-NOME), its CNPJ, the number of active companies and
      * EMU-RETORNO.
      *****************************************************************
       01  EMU-PARAMETROS.
           03  EMU-FUNCAO          PIC X(01).
           03  EMU-EMPRESA         PIC 9(02).
           03  EMU-NOME            PIC X(30).
           03  EMU-CNPJ            PIC 9(14).
           03  EMU-CONTRATO        PIC 9(06).
           03  EMU-ARQUIVO         PIC X(30).
           03  EMU-QTD-ATIVAS      PIC 9(02).
           03  EMU-RETORNO         PIC X(01).
               88  EMU-OK              VALUE "S".
               88  EMU-FALHOU          VALUE "N".
