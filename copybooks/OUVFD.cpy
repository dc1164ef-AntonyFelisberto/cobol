      *****************************************************************
      * OUVFD.cpy
      * Ouvidoria complaint register (OUVIDOR.DAT), keyed by protocol
      * number. One row per complaint a client brings about a wrong
      * charge, a boleto, a letter or anything else, linked to the
      * client (WS-CODIGO) and, where it applies, the contract
      * (zeros when the complaint is not about one contract).
      * OUV-DT-PRAZO is the SLA due date, OUV-DIAS-SLA business days
      * after registration. OUV-SITUACAO: A = aberta, R = respondida
      * (resolution text, date and whether the complaint was upheld
      * - OUV-PROCEDENTE S/N - as the regulator counts it).
      * OUV-CATEGORIA: CI = cobranca indevida, BO = boleto/pagamento,
      * CA = cartas e avisos, CT = contrato e condicoes, CD = dados
      * cadastrais, AT = atendimento, OU = outros.
      * OUV-CANAL: B = balcao, T = telefone, E = e-mail, S = site,
      * R = regulador (BACEN), P = PROCON.
      *****************************************************************
       01  OUV-REGISTRO.
           03  OUV-PROTOCOLO       PIC 9(06).
           03  OUV-COD-CLIENTE     PIC 9(05).
           03  OUV-CLIENTE         PIC X(20).
           03  OUV-CONTRATO        PIC 9(06).
           03  OUV-CATEGORIA       PIC X(02).
               88  OUV-CATEGORIA-VALIDA VALUES "CI" "BO" "CA" "CT"
                                               "CD" "AT" "OU".
           03  OUV-CANAL           PIC X(01).
               88  OUV-CANAL-VALIDO    VALUES "B" "T" "E" "S"
                                              "R" "P".
           03  OUV-DT-ABERTURA     PIC 9(8).
           03  OUV-DT-PRAZO        PIC 9(8).
           03  OUV-DESCRICAO       PIC X(40).
           03  OUV-OPERADOR        PIC X(08).
           03  OUV-SITUACAO        PIC X(01).
               88  OUV-ABERTA          VALUE "A".
               88  OUV-RESPONDIDA      VALUE "R".
           03  OUV-PROCEDENTE      PIC X(01).
               88  OUV-FOI-PROCEDENTE  VALUE "S".
           03  OUV-DT-RESOLUCAO    PIC 9(8).
           03  OUV-RESOLUCAO       PIC X(40).
           03  OUV-RESOLVIDO-POR   PIC X(08).
