      *****************************************************************
      * CTTFD.cpy
      * Collections contact log (CONTATO.DAT). One row per attempt to
      * reach a client about a contract in arrears - answered or not -
      * so effort is measurable and not only the calls that ended in
      * a promise. Written by the desk screen (contato), by the
      * promise register (promessa, resultado PP) and by the nightly
      * import of the dialer's result file (discRet).
      * CTT-CANAL: T = telefone, S = SMS, W = WhatsApp, E = e-mail,
      * P = presencial.
      * CTT-RESULTADO: SR = sem resposta, OC = ocupado, CP = caixa
      * postal, NE = numero errado / inexistente, TE = atendido por
      * terceiro (recado), RC = recusa a negociar, AT = atendido sem
      * acordo, PP = promessa de pagamento, JP = cliente alega ja
      * ter pago. The first five never reached the client; the last
      * four are an effective contact (CTT-CONTATO-EFETIVO).
      * CTT-ORIGEM: M = mesa (desk), D = discador, P = promessa.
      *****************************************************************
       01  CTT-REGISTRO.
           03  CTT-CONTRATO        PIC 9(06).
           03  CTT-DATA            PIC 9(8).
           03  CTT-HORA            PIC 9(8).
           03  CTT-CANAL           PIC X(01).
               88  CTT-CANAL-VALIDO    VALUES "T" "S" "W" "E" "P".
           03  CTT-RESULTADO       PIC X(02).
               88  CTT-RESULTADO-VALIDO VALUES "SR" "OC" "CP" "NE"
                                        "TE" "RC" "AT" "PP" "JP".
               88  CTT-CONTATO-EFETIVO VALUES "RC" "AT" "PP" "JP".
               88  CTT-PROMESSA        VALUE "PP".
           03  CTT-OPERADOR        PIC X(08).
           03  CTT-ORIGEM          PIC X(01).
               88  CTT-ORIGEM-MESA     VALUE "M".
               88  CTT-ORIGEM-DISCADOR VALUE "D".
               88  CTT-ORIGEM-PROMESSA VALUE "P".
           03  CTT-TELEFONE        PIC X(09).
           03  CTT-OBSERVACAO      PIC X(40).
