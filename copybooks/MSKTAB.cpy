      *****************************************************************
      * MSKTAB.cpy
      * Masking rules for the training copy of the data files built
      * by jobs/treino.sh and applied by mascara. One row per personal
      * field: file name, mask type, byte offset and width of the
      * field inside the record, and an optional condition (offset,
      * width and value) the record must carry for the row to apply -
      * used for header/detail files and for images of other records
      * (RECICLA by origem). Offsets of archive files include the
      * 8-byte archive date in front of the image.
      * Tipos: N nome de pessoa, E nome de empresa, C CPF/CNPJ 9(14)
      * (digitos verificadores recalculados), T telefone, L
      * logradouro, U numero do endereco, R renda 9(08)V99 (faixa de
      * mil), G agencia 9(05), K conta 9(10), X texto livre.
      * A file that is copied but has no row here carries no personal
      * data (codes, dates and values only). Every mask is a pure
      * function of the original value, so the same client gets the
      * same name and CPF in every file.
      * Entry: arquivo X(14), tipo X(1), offset 9(4), largura 9(3),
      * cond-offset 9(3), cond-largura 9(1), cond-valor X(8).
      *****************************************************************
       01  WS-MSK-REGRAS.
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "N00060150000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "T00210090000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "L00380300000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "U00680060000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "C01170140000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "R01310100000        ".
           03  FILLER  PIC X(14) VALUE "CUSTMAST.DAT".
           03  FILLER  PIC X(20) VALUE "E01410200000        ".
           03  FILLER  PIC X(14) VALUE "FINMAST.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "PAGMAST.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "BLACKLIST.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "OUVIDOR.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "OUVIDOR.DAT".
           03  FILLER  PIC X(20) VALUE "X00570400000        ".
           03  FILLER  PIC X(14) VALUE "OUVIDOR.DAT".
           03  FILLER  PIC X(20) VALUE "X01150400000        ".
           03  FILLER  PIC X(14) VALUE "RESTRPES.DAT".
           03  FILLER  PIC X(20) VALUE "C00010140000        ".
           03  FILLER  PIC X(14) VALUE "RESTRPES.DAT".
           03  FILLER  PIC X(20) VALUE "N00150300000        ".
           03  FILLER  PIC X(14) VALUE "ALCADA.DAT".
           03  FILLER  PIC X(20) VALUE "N00140200000        ".
           03  FILLER  PIC X(14) VALUE "ALCADA.DAT".
           03  FILLER  PIC X(20) VALUE "N00730200000        ".
           03  FILLER  PIC X(14) VALUE "APROPRIA.DAT".
           03  FILLER  PIC X(20) VALUE "N00140200011D       ".
           03  FILLER  PIC X(14) VALUE "ARQAVA.DAT".
           03  FILLER  PIC X(20) VALUE "N00200150000        ".
           03  FILLER  PIC X(14) VALUE "ARQFIN.DAT".
           03  FILLER  PIC X(20) VALUE "N00200200000        ".
           03  FILLER  PIC X(14) VALUE "ARQHIST.DAT".
           03  FILLER  PIC X(20) VALUE "N00160200000        ".
           03  FILLER  PIC X(14) VALUE "ARQPAG.DAT".
           03  FILLER  PIC X(20) VALUE "N00150200000        ".
           03  FILLER  PIC X(14) VALUE "ASSCART.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "ASSESSOR.DAT".
           03  FILLER  PIC X(20) VALUE "E00050200000        ".
           03  FILLER  PIC X(14) VALUE "ASSESSOR.DAT".
           03  FILLER  PIC X(20) VALUE "G00280050000        ".
           03  FILLER  PIC X(14) VALUE "ASSESSOR.DAT".
           03  FILLER  PIC X(20) VALUE "K00330100000        ".
           03  FILLER  PIC X(14) VALUE "AVALISTA.DAT".
           03  FILLER  PIC X(20) VALUE "N00120150000        ".
           03  FILLER  PIC X(14) VALUE "BUREAU.DAT".
           03  FILLER  PIC X(20) VALUE "N00010150000        ".
           03  FILLER  PIC X(14) VALUE "BUREAU.DAT".
           03  FILLER  PIC X(20) VALUE "C00540140000        ".
           03  FILLER  PIC X(14) VALUE "CADTXN.DAT".
           03  FILLER  PIC X(20) VALUE "N00060150000        ".
           03  FILLER  PIC X(14) VALUE "CADTXN.DAT".
           03  FILLER  PIC X(20) VALUE "T00210090000        ".
           03  FILLER  PIC X(14) VALUE "CARTHIST.DAT".
           03  FILLER  PIC X(20) VALUE "N00200200000        ".
           03  FILLER  PIC X(14) VALUE "CHEQUE.DAT".
           03  FILLER  PIC X(20) VALUE "N00220200000        ".
           03  FILLER  PIC X(14) VALUE "CHEQUE.DAT".
           03  FILLER  PIC X(20) VALUE "G00450050000        ".
           03  FILLER  PIC X(14) VALUE "CHEQUE.DAT".
           03  FILLER  PIC X(20) VALUE "K00500100000        ".
           03  FILLER  PIC X(14) VALUE "CNIDENT.DAT".
           03  FILLER  PIC X(20) VALUE "N00510300000        ".
           03  FILLER  PIC X(14) VALUE "CNIDENT.DAT".
           03  FILLER  PIC X(20) VALUE "X01550300000        ".
           03  FILLER  PIC X(14) VALUE "COAF.DAT".
           03  FILLER  PIC X(20) VALUE "C00090140011D       ".
           03  FILLER  PIC X(14) VALUE "COAF.DAT".
           03  FILLER  PIC X(20) VALUE "N00230200011D       ".
           03  FILLER  PIC X(14) VALUE "COBCART.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "CONSENT.DAT".
           03  FILLER  PIC X(20) VALUE "N00060150000        ".
           03  FILLER  PIC X(14) VALUE "CONSIG.DAT".
           03  FILLER  PIC X(20) VALUE "C00200140011D       ".
           03  FILLER  PIC X(14) VALUE "CONSIG.DAT".
           03  FILLER  PIC X(20) VALUE "C00060140011H       ".
           03  FILLER  PIC X(14) VALUE "CONTATO.DAT".
           03  FILLER  PIC X(20) VALUE "T00350090000        ".
           03  FILLER  PIC X(14) VALUE "CONTATO.DAT".
           03  FILLER  PIC X(20) VALUE "X00440400000        ".
           03  FILLER  PIC X(14) VALUE "CONVENIO.DAT".
           03  FILLER  PIC X(20) VALUE "E00050200000        ".
           03  FILLER  PIC X(14) VALUE "CONVENIO.DAT".
           03  FILLER  PIC X(20) VALUE "C00250140000        ".
           03  FILLER  PIC X(14) VALUE "CREDHIST.LOG".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "CREDSALD.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "CUSTAUDIT.DAT".
           03  FILLER  PIC X(20) VALUE "X00240150000        ".
           03  FILLER  PIC X(14) VALUE "CUSTAUDIT.DAT".
           03  FILLER  PIC X(20) VALUE "X00390150000        ".
           03  FILLER  PIC X(14) VALUE "DEBAUTO.DAT".
           03  FILLER  PIC X(20) VALUE "G00150050000        ".
           03  FILLER  PIC X(14) VALUE "DEBAUTO.DAT".
           03  FILLER  PIC X(20) VALUE "K00200100000        ".
           03  FILLER  PIC X(14) VALUE "DEBITO.DAT".
           03  FILLER  PIC X(20) VALUE "G00140050011D       ".
           03  FILLER  PIC X(14) VALUE "DEBITO.DAT".
           03  FILLER  PIC X(20) VALUE "K00190100011D       ".
           03  FILLER  PIC X(14) VALUE "DEVCOR.DAT".
           03  FILLER  PIC X(20) VALUE "N00060150000        ".
           03  FILLER  PIC X(14) VALUE "DISCADOR.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "DISCADOR.DAT".
           03  FILLER  PIC X(20) VALUE "T00320090000        ".
           03  FILLER  PIC X(14) VALUE "DISCRET.DAT".
           03  FILLER  PIC X(20) VALUE "T00070090000        ".
           03  FILLER  PIC X(14) VALUE "ENCARGOS.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "ESCORE.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "EXCECOES.LOG".
           03  FILLER  PIC X(20) VALUE "X00280150000        ".
           03  FILLER  PIC X(14) VALUE "GRUPO.DAT".
           03  FILLER  PIC X(20) VALUE "E00050200000        ".
           03  FILLER  PIC X(14) VALUE "HOLDCOB.DAT".
           03  FILLER  PIC X(20) VALUE "N00180200000        ".
           03  FILLER  PIC X(14) VALUE "HOLDCOB.DAT".
           03  FILLER  PIC X(20) VALUE "X00400300000        ".
           03  FILLER  PIC X(14) VALUE "ISENCAO.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "JURIDICO.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "LIQUIDAC.LOG".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "LOANTXN.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "LOJDEB.DAT".
           03  FILLER  PIC X(20) VALUE "N00110200000        ".
           03  FILLER  PIC X(14) VALUE "LOJISTA.DAT".
           03  FILLER  PIC X(20) VALUE "E00050200000        ".
           03  FILLER  PIC X(14) VALUE "LOJISTA.DAT".
           03  FILLER  PIC X(20) VALUE "G00280050000        ".
           03  FILLER  PIC X(14) VALUE "LOJISTA.DAT".
           03  FILLER  PIC X(20) VALUE "K00330100000        ".
           03  FILLER  PIC X(14) VALUE "MUTOFER.DAT".
           03  FILLER  PIC X(20) VALUE "N00160200000        ".
           03  FILLER  PIC X(14) VALUE "NEGATIV.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "NEGATIV.DAT".
           03  FILLER  PIC X(20) VALUE "C00330140000        ".
           03  FILLER  PIC X(14) VALUE "OBITO.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "OBITO.DAT".
           03  FILLER  PIC X(20) VALUE "X00420200000        ".
           03  FILLER  PIC X(14) VALUE "OBITO.DAT".
           03  FILLER  PIC X(20) VALUE "N00620300000        ".
           03  FILLER  PIC X(14) VALUE "OBITO.DAT".
           03  FILLER  PIC X(20) VALUE "T01070150000        ".
           03  FILLER  PIC X(14) VALUE "OBITOCTR.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "OFERTA.DAT".
           03  FILLER  PIC X(20) VALUE "N00160200000        ".
           03  FILLER  PIC X(14) VALUE "PAGHIST.DAT".
           03  FILLER  PIC X(20) VALUE "N00080200000        ".
           03  FILLER  PIC X(14) VALUE "PLDFILA.DAT".
           03  FILLER  PIC X(20) VALUE "N00210200000        ".
           03  FILLER  PIC X(14) VALUE "PORTABIL.DAT".
           03  FILLER  PIC X(20) VALUE "N00130200000        ".
           03  FILLER  PIC X(14) VALUE "PORTALLOG.DAT".
           03  FILLER  PIC X(20) VALUE "C00300140000        ".
           03  FILLER  PIC X(14) VALUE "PORTALREQ.DAT".
           03  FILLER  PIC X(20) VALUE "C00140140000        ".
           03  FILLER  PIC X(14) VALUE "PORTENTR.DAT".
           03  FILLER  PIC X(20) VALUE "N00060200000        ".
           03  FILLER  PIC X(14) VALUE "POSICAO.DAT".
           03  FILLER  PIC X(20) VALUE "N00130200011D       ".
           03  FILLER  PIC X(14) VALUE "POSWORK.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "PREJUIZO.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "PROMESSA.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "RECICLA.DAT".
           03  FILLER  PIC X(20) VALUE "N00530200018LOANBAT ".
           03  FILLER  PIC X(14) VALUE "RECICLA.DAT".
           03  FILLER  PIC X(20) VALUE "N00530150018CUSTBAT ".
           03  FILLER  PIC X(14) VALUE "RECICLA.DAT".
           03  FILLER  PIC X(20) VALUE "T00680090018CUSTBAT ".
           03  FILLER  PIC X(14) VALUE "REG1LEGADO.DAT".
           03  FILLER  PIC X(20) VALUE "N00030150000        ".
           03  FILLER  PIC X(14) VALUE "REG1LEGADO.DAT".
           03  FILLER  PIC X(20) VALUE "T00180090000        ".
           03  FILLER  PIC X(14) VALUE "REGCRED.DAT".
           03  FILLER  PIC X(20) VALUE "C00080140011D       ".
           03  FILLER  PIC X(14) VALUE "REMESSA.DAT".
           03  FILLER  PIC X(20) VALUE "N00160150011D       ".
           03  FILLER  PIC X(14) VALUE "REMESSA.DAT".
           03  FILLER  PIC X(20) VALUE "T00310090011D       ".
           03  FILLER  PIC X(14) VALUE "RENEGOC.LOG".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "RENPEND.DAT".
           03  FILLER  PIC X(20) VALUE "N00070200000        ".
           03  FILLER  PIC X(14) VALUE "RETOMADA.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "SANCFEED.DAT".
           03  FILLER  PIC X(20) VALUE "C00030140000        ".
           03  FILLER  PIC X(14) VALUE "SANCFEED.DAT".
           03  FILLER  PIC X(20) VALUE "N00170300000        ".
           03  FILLER  PIC X(14) VALUE "SANCFILA.DAT".
           03  FILLER  PIC X(20) VALUE "N00140200000        ".
           03  FILLER  PIC X(14) VALUE "SANCFILA.DAT".
           03  FILLER  PIC X(20) VALUE "C00340140000        ".
           03  FILLER  PIC X(14) VALUE "SANCFILA.DAT".
           03  FILLER  PIC X(20) VALUE "C00500140000        ".
           03  FILLER  PIC X(14) VALUE "SANCFILA.DAT".
           03  FILLER  PIC X(20) VALUE "N00640300000        ".
           03  FILLER  PIC X(14) VALUE "SIMULA.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "SINISTRO.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "SUSPENSE.DAT".
           03  FILLER  PIC X(20) VALUE "N00440200000        ".
           03  FILLER  PIC X(14) VALUE "TRANSFER.DAT".
           03  FILLER  PIC X(20) VALUE "N00120200000        ".
           03  FILLER  PIC X(14) VALUE "TRANSFER.DAT".
           03  FILLER  PIC X(20) VALUE "N00370200000        ".
           03  FILLER  PIC X(14) VALUE "UNIFICA.DAT".
           03  FILLER  PIC X(20) VALUE "N00060150000        ".
           03  FILLER  PIC X(14) VALUE "UNIFICA.DAT".
           03  FILLER  PIC X(20) VALUE "N00260150000        ".
       01  WS-MSK-REGRAS-R REDEFINES WS-MSK-REGRAS.
           03  WS-MSK-REGRA OCCURS 116 TIMES.
               05  WS-MSK-ARQUIVO  PIC X(14).
               05  WS-MSK-TIPO     PIC X(01).
               05  WS-MSK-OFFSET   PIC 9(04).
               05  WS-MSK-TAM      PIC 9(03).
               05  WS-MSK-COND-OFF PIC 9(03).
               05  WS-MSK-COND-TAM PIC 9(01).
               05  WS-MSK-COND-VAL PIC X(08).
       77  WS-MSK-QTD-REGRAS       PIC 9(03) VALUE 116.
