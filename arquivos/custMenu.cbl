      * Purpose: Customer maintenance menu - lets an operator add,
      *          change, delete or look up a customer on the indexed
      *          customer master (CUSTMAST.DAT) built in addCorr.cbl.
      *          The CEP is checked against the postal service's base
      *          (cepUtil): street, city and UF come from it, and a
      *          UF that does not match the CEP is refused. A code
      *          absorbed by a customer merge (unifica, UNIFICA.DAT)
      *          can be neither deleted nor reactivated. Every
      *          customer shown by the inquiry or the name browse is
      *          recorded in the access log (acessoUtil, ACESSO.DAT).
      *          The inquiry also shows the customer's exposure (saldo
      *          devedor of the active contracts) for each company of
      *          the group that lent to them, and consolidated.
      *          A change of the registration data asked for by the
      *          customer raises the AC service fee (tarifaUtil),
      *          charged with the next boleto of any of their
      *          contracts.
      *          Any change of the registration data, or the operator
      *          confirming it unchanged with the customer, stamps
      *          the last-update date the recadastramento run
      *          (recadast) watches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAD-CODIGO
                   ALTERNATE RECORD KEY IS CAD-CPF-CNPJ
                       WITH DUPLICATES
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-CAD-STATUS.

                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIN-CONTRATO
                   ALTERNATE RECORD KEY IS FIN-COD-CLIENTE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FIN-STATUS.

               SELECT PAG-FILE ASSIGN TO "PAGMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAG-CONTRATO
                   FILE STATUS IS WS-PAG-STATUS.

               SELECT ESC-FILE ASSIGN TO "ESCORE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

               SELECT UNI-FILE ASSIGN TO "UNIFICA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
       FD  FIN-FILE.
           COPY FINFD.

       FD  PAG-FILE.
           COPY PAGTOFD.

       FD  AUD-FILE.
           COPY AUDFD.

       FD  ESC-FILE.
           COPY ESCFD.

       FD  UNI-FILE.
           COPY UNIFD.

       WORKING-STORAGE SECTION.
           COPY CADREC.
           COPY SYSPARM.
           COPY PAGTOREC.
           COPY EMPLK.
           COPY TAVLK.
       01  WS-SYSPARM-STATUS   PIC XX VALUE SPACES.

       01  WS-VARIAVEIS.
           03  WS-CAD-STATUS   PIC XX.
           03  WS-AUD-STATUS   PIC XX.
           03  WS-FIN-STATUS   PIC XX.
           03  WS-PAG-STATUS   PIC XX.
           03  WS-QTD-CONTRATOS-ABERTOS PIC 999.
           03  WS-CODIGO-DUPLICADO PIC 9(05).
           03  WS-COD-DUP-EDIT PIC 9(05).
           03  WS-OPCAO        PIC 9.
           03  WS-SAIR         PIC X VALUE "N".
               88  FIM-MENU        VALUE "S".
           03  WS-JAN-PROGRAMA PIC X(16) VALUE "custMenu".
           03  WS-JAN-LIBERADO PIC X.
               88  JANELA-LIBERADA VALUE "S".
           03  WS-NOME-ANTIGO  PIC X(15).
           03  WS-TEL-ANTIGO   PIC X(09).
           03  WS-LOGRADOURO-ANTIGO PIC X(30).
           03  WS-CEP-ANTIGO   PIC X(09).
           03  WS-TIPO-ANTIGO  PIC X(01).
           03  WS-DOC-ANTIGO   PIC 9(14).
           03  WS-RENDA-ANTIGA PIC 9(08)V99.
           03  WS-EMPREGADOR-ANTIGO PIC X(20).
           03  WS-PEDIDO-CLIENTE PIC X.
           03  WS-RECADASTRO   PIC X.
           03  WS-DOC-VALIDO   PIC X(01).
               88  DOCUMENTO-VALIDO   VALUE "S".
           03  WS-CODIGO-DOC-DUP PIC 9(05).
           03  WS-EXC-IDADE-EDIT PIC ZZ9.
           03  WS-OPS-STATUS   PIC XX.
           03  WS-OPERADOR-SESSAO PIC X(08).
           03  WS-ACS-PROGRAMA PIC X(10) VALUE "custMenu".
           03  WS-PREFIXO      PIC X(15).
           03  WS-PREFIX-LEN   PIC 99.
           03  WS-QTD-ACHADOS  PIC 9(03).
               88  NAVEGA-PROXIMA   VALUES "P" "p".
               88  NAVEGA-ANTERIOR  VALUES "A" "a".
               88  NAVEGA-FIM       VALUES "F" "f".
           03  WS-CEP-ACHOU    PIC X(01).
           03  WS-CEP-LOGRADOURO PIC X(30).
           03  WS-CEP-CIDADE   PIC X(20).
           03  WS-CEP-UF       PIC X(02).
           03  WS-UNI-STATUS   PIC XX.
           03  WS-UNI-EOF      PIC X.
               88  FIM-UNIFICACOES VALUE "S".
           03  WS-UNIFICADO    PIC X.
               88  CODIGO-UNIFICADO VALUE "S".

       01  WS-TRIAGEM.
           03  WS-TRI-CPF-CNPJ     PIC 9(14).
           03  WS-TRI-NOME         PIC X(20).
           03  WS-TRI-ORIGEM       PIC X(01) VALUE "C".
           03  WS-TRI-RESULTADO    PIC X(01).
           03  WS-TRI-MOTIVO       PIC X(30).

      *>   EXPOSICAO DO CLIENTE POR EMPRESA DO GRUPO NA CONSULTA.
       01  WS-EXPOSICAO-CLIENTE.
           03  WS-EXPOSICAO        PIC 9(10)V99.
           03  WS-SALDO-CONTRATO   PIC 9(08)V99.
           03  WS-AMORTIZACAO      PIC 9(06)V99.
           03  WS-JUROS-PARCELA    PIC 9(06)V99.
           03  WS-FATOR-PRICE      PIC 9(08)V9(06).
           03  WS-PRESTACAO        PIC 9(06)V99.
           03  WS-PRESTACAO-NUM    PIC 9(12)V9(06).
           03  WS-EXP-IDX          PIC 9(03).
           03  WS-EXP-EMPRESA      PIC 9(02).
           03  WS-EXP-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  WS-EXP-TAB OCCURS 99 TIMES.
               05  WS-EXP-VALOR    PIC 9(10)V99.

       01  WS-TABELA-BROWSE.
           03  WS-BRW-ITEM OCCURS 500 TIMES.
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

      *>       COM A JANELA DO BATCH ABERTA SO CONSULTA E BUSCA PASSAM.
               MOVE "S" TO WS-JAN-LIBERADO
               IF WS-OPCAO = 1 OR 2 OR 3 OR 7
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
               END-IF

               EVALUATE WS-OPCAO
                   WHEN 1
                       IF JANELA-LIBERADA
                           PERFORM P100-INCLUIR THRU P100-SAIDA
                       END-IF
                   WHEN 2
                       IF JANELA-LIBERADA
                           PERFORM P200-ALTERAR
                       END-IF
                   WHEN 3
                       IF JANELA-LIBERADA
                           PERFORM P300-EXCLUIR
                       END-IF
                   WHEN 4
                       PERFORM P400-CONSULTAR
                   WHEN 5
                   WHEN 6
                       PERFORM P500-BUSCAR-NOME
                   WHEN 7
                       IF JANELA-LIBERADA
                           PERFORM P600-INATIVAR-REATIVAR
                                   THRU P600-SAIDA
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM
           .

       P908-CONFERE-CEP.
      *>   O CEP DA BASE DOS CORREIOS PREENCHE LOGRADOURO, CIDADE E
      *>   UF - ACABA COM O ERRO DE DIGITACAO QUE DEVOLVE CARTA. UF
      *>   INFORMADA QUE NAO BATE COM A DO CEP E RECUSADA.
           PERFORM P909-CONSULTA-CEP
           PERFORM UNTIL WS-CEP-ACHOU NOT = "S"
                      OR WS-UF = SPACES
                      OR WS-UF = WS-CEP-UF
               DISPLAY "CEP " WS-CEP " PERTENCE A UF " WS-CEP-UF
                       ", NAO A UF " WS-UF "."
               MOVE "WS-CEP" TO EXC-CAMPO
               MOVE WS-CEP   TO EXC-VALOR-INFORMADO
               MOVE "CEP NAO PERTENCE A UF INFORMADA" TO EXC-MOTIVO
               PERFORM P925-GRAVA-EXCECAO
               DISPLAY "INFORME O CEP NOVAMENTE (NNNNN-NNN): "
               ACCEPT WS-CEP
               PERFORM P906-VALIDA-CEP
               DISPLAY "INFORME A UF: "
               ACCEPT WS-UF
               PERFORM P909-CONSULTA-CEP
           END-PERFORM
           EVALUATE WS-CEP-ACHOU
               WHEN "S"
                   MOVE WS-CEP-CIDADE TO WS-CIDADE
                   MOVE WS-CEP-UF     TO WS-UF
      *>           CEP DE CIDADE INTEIRA VEM SEM LOGRADOURO - FICA O
      *>           QUE O OPERADOR DIGITOU.
                   IF WS-CEP-LOGRADOURO NOT = SPACES
                       MOVE WS-CEP-LOGRADOURO TO WS-LOGRADOURO
                   END-IF
                   DISPLAY "ENDERECO PELO CEP: " WS-LOGRADOURO " - "
                           WS-CIDADE " - " WS-UF
               WHEN "N"
                   DISPLAY "ATENCAO: CEP " WS-CEP " NAO CONSTA NA "
                           "BASE DOS CORREIOS - CONFIRA O ENDERECO."
                   MOVE "WS-CEP" TO EXC-CAMPO
                   MOVE WS-CEP   TO EXC-VALOR-INFORMADO
                   MOVE "CEP FORA DA BASE DOS CORREIOS" TO EXC-MOTIVO
                   PERFORM P925-GRAVA-EXCECAO
           END-EVALUATE
           .

       P909-CONSULTA-CEP.
           CALL "cepUtil" USING WS-CEP WS-CEP-ACHOU WS-CEP-LOGRADOURO
                                WS-CEP-CIDADE WS-CEP-UF
           .

       P905-VALIDA-TEL.
           PERFORM UNTIL WS-TEL(1:3) IS NUMERIC
                     AND WS-TEL(4:1) = "-"
       P130-VERIFICA-DOC-UNICO.
      *>   UM CPF/CNPJ SO PODE EXISTIR SOB UM CODIGO - SENAO O
      *>   BLOQUEIO DO BLACKLIST.DAT E DRIBLADO COM UM CADASTRO NOVO.
      *>   A BUSCA E PELA CHAVE ALTERNATIVA DO DOCUMENTO.
           MOVE ZEROS TO WS-CODIGO-DOC-DUP
           IF WS-CPF-CNPJ = ZEROS
               GO TO P130-SAIDA
           END-IF
           MOVE WS-CPF-CNPJ TO CAD-CPF-CNPJ
           START CAD-FILE KEY IS EQUAL TO CAD-CPF-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                           UNTIL WS-CAD-STATUS NOT = "00"
           END-START
           .
       P130-SAIDA.
           EXIT.

       P135-COMPARA-DOCUMENTO.
      *>   "02" = HA OUTRO CADASTRO COM O MESMO DOCUMENTO ADIANTE.
           READ CAD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CAD-STATUS
               NOT AT END
                   IF CAD-CPF-CNPJ = WS-CPF-CNPJ
                       MOVE "00" TO WS-CAD-STATUS
                       IF CAD-CODIGO NOT = WS-CODIGO
                           MOVE CAD-CODIGO TO WS-CODIGO-DOC-DUP
                       END-IF
                   ELSE
                       MOVE "10" TO WS-CAD-STATUS
                   END-IF
           END-READ
           .
                   PERFORM P905-VALIDA-TEL
                   PERFORM P915-VALIDA-NASCIMENTO
                   PERFORM P906-VALIDA-CEP
                   PERFORM P908-CONFERE-CEP
                   PERFORM P907-VALIDA-DOCUMENTO
                   PERFORM P130-VERIFICA-DOC-UNICO THRU P130-SAIDA
                   IF WS-CODIGO-DOC-DUP > ZEROS
                       DISPLAY "CPF/CNPJ JA CADASTRADO SOB O CODIGO "
                               WS-CODIGO-DOC-DUP
                       MOVE 1 TO WS-FILIAL-CLI
                   END-IF
                   MOVE WS-FILIAL-CLI    TO CAD-FILIAL
                   ACCEPT CAD-DT-ATUALIZACAO FROM DATE YYYYMMDD

                   WRITE CAD-REGISTRO
                       INVALID KEY
                               MOVE WS-NOME         TO WS-AUD-DEPOIS
                               PERFORM P900-GRAVA-AUDITORIA
                           END-IF
                           PERFORM P960-TRIAGEM-LISTAS
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "CLIENTE JA CADASTRADO COM O CODIGO: "
                   MOVE CAD-CEP        TO WS-CEP-ANTIGO
                   MOVE CAD-TIPO-PESSOA TO WS-TIPO-ANTIGO
                   MOVE CAD-CPF-CNPJ    TO WS-DOC-ANTIGO
                   MOVE CAD-RENDA-MENSAL TO WS-RENDA-ANTIGA
                   MOVE CAD-EMPREGADOR   TO WS-EMPREGADOR-ANTIGO
      *>           O CPF/CNPJ E TRATADO ANTES DOS DEMAIS CAMPOS: A
      *>           VARREDURA DE UNICIDADE REPOSICIONA O ARQUIVO E O
      *>           REGISTRO E RELIDO EM SEGUIDA SOB O MESMO CODIGO.
                   DISPLAY "INFORME O CPF/CNPJ (14 DIGITOS): "
                   ACCEPT WS-CPF-CNPJ
                   PERFORM P907-VALIDA-DOCUMENTO
                   PERFORM P130-VERIFICA-DOC-UNICO THRU P130-SAIDA
                   IF WS-CODIGO-DOC-DUP > ZEROS
                       DISPLAY "CPF/CNPJ JA CADASTRADO SOB O CODIGO "
                               WS-CODIGO-DOC-DUP
                   DISPLAY "INFORME O NOVO CEP (NNNNN-NNN): "
                   ACCEPT WS-CEP
                   PERFORM P906-VALIDA-CEP
                   PERFORM P908-CONFERE-CEP
                   DISPLAY "RENDA MENSAL ATUAL: " CAD-RENDA-MENSAL
                   DISPLAY "INFORME A NOVA RENDA MENSAL: "
                   ACCEPT WS-RENDA-MENSAL
                       DISPLAY "ENDERECO CORRIGIDO - MARCA DE "
                               "CORREIO DEVOLVIDO REMOVIDA."
                   END-IF
                   PERFORM P205-DATA-ATUALIZACAO

                   REWRITE CAD-REGISTRO
                       INVALID KEY
                               MOVE WS-CPF-CNPJ   TO WS-AUD-DEPOIS
                               PERFORM P900-GRAVA-AUDITORIA
                           END-IF
                           IF WS-RECADASTRO = "S"
                               MOVE "RECADAST"   TO WS-AUD-OPERACAO
                               MOVE "DT-ATUALIZ" TO WS-AUD-CAMPO
                               MOVE WS-DT-ATUALIZACAO TO WS-AUD-ANTES
                               MOVE CAD-DT-ATUALIZACAO
                                                 TO WS-AUD-DEPOIS
                               PERFORM P900-GRAVA-AUDITORIA
                           END-IF
                           PERFORM P960-TRIAGEM-LISTAS
                           PERFORM P210-TARIFA-ALTERACAO
                   END-REWRITE
           END-READ
           PERFORM P950-AVISA-REGISTRO-EM-USO
           .

       P205-DATA-ATUALIZACAO.
      *>   QUALQUER ALTERACAO DOS DADOS CADASTRAIS RENOVA A DATA DE
      *>   ATUALIZACAO; SEM ALTERACAO, SO QUANDO O OPERADOR CONFIRMA
      *>   OS DADOS COM O CLIENTE (RECADASTRAMENTO SEM MUDANCA).
           MOVE "N" TO WS-RECADASTRO
           IF CAD-DT-ATUALIZACAO IS NUMERIC
               MOVE CAD-DT-ATUALIZACAO TO WS-DT-ATUALIZACAO
           ELSE
               MOVE ZEROS TO WS-DT-ATUALIZACAO
           END-IF
           IF WS-NOME-ANTIGO NOT = WS-NOME
              OR WS-TEL-ANTIGO NOT = WS-TEL
              OR WS-LOGRADOURO-ANTIGO NOT = WS-LOGRADOURO
              OR WS-NUMERO-ANTIGO NOT = WS-NUMERO
              OR WS-CIDADE-ANTIGA NOT = WS-CIDADE
              OR WS-UF-ANTIGA NOT = WS-UF
              OR WS-CEP-ANTIGO NOT = WS-CEP
              OR WS-DOC-ANTIGO NOT = WS-CPF-CNPJ
              OR WS-RENDA-ANTIGA NOT = WS-RENDA-MENSAL
              OR WS-EMPREGADOR-ANTIGO NOT = WS-EMPREGADOR
               ACCEPT CAD-DT-ATUALIZACAO FROM DATE YYYYMMDD
           ELSE
               DISPLAY "ULTIMA ATUALIZACAO CADASTRAL: "
                       WS-DT-ATUALIZACAO
               DISPLAY "DADOS CONFIRMADOS COM O CLIENTE "
                       "(RECADASTRAMENTO)? (S/N): "
               ACCEPT WS-RECADASTRO
               IF WS-RECADASTRO = "s"
                   MOVE "S" TO WS-RECADASTRO
               END-IF
               IF WS-RECADASTRO = "S"
                   ACCEPT CAD-DT-ATUALIZACAO FROM DATE YYYYMMDD
               END-IF
           END-IF
           .

       P210-TARIFA-ALTERACAO.
      *>   ATUALIZACAO CADASTRAL PEDIDA PELO CLIENTE E TARIFADA; A
      *>   CORRECAO DE ERRO NOSSO NAO. A TARIFA E DO CLIENTE, SEM
      *>   CONTRATO - VAI NO PROXIMO BOLETO DE QUALQUER CONTRATO.
           IF WS-NOME-ANTIGO NOT = WS-NOME
              OR WS-TEL-ANTIGO NOT = WS-TEL
              OR WS-LOGRADOURO-ANTIGO NOT = WS-LOGRADOURO
              OR WS-NUMERO-ANTIGO NOT = WS-NUMERO
              OR WS-CIDADE-ANTIGA NOT = WS-CIDADE
              OR WS-UF-ANTIGA NOT = WS-UF
              OR WS-CEP-ANTIGO NOT = WS-CEP
              OR WS-DOC-ANTIGO NOT = WS-CPF-CNPJ
               DISPLAY "ALTERACAO A PEDIDO DO CLIENTE (TARIFADA)? "
                       "(S/N): "
               ACCEPT WS-PEDIDO-CLIENTE
               IF WS-PEDIDO-CLIENTE = "S" OR WS-PEDIDO-CLIENTE = "s"
                   MOVE "L"                TO TRU-FUNCAO
                   MOVE "AC"               TO TRU-SERVICO
                   MOVE ZEROS              TO TRU-CONTRATO
                   MOVE WS-CODIGO          TO TRU-COD-CLIENTE
                   MOVE WS-OPERADOR-SESSAO TO TRU-OPERADOR
                   MOVE "CUSTMENU"         TO TRU-REFERENCIA
                   MOVE ZEROS              TO TRU-VALOR
                   CALL "tarifaUtil" USING TRU-PARAMETROS
                   IF TRU-OK
                       DISPLAY "TARIFA DE ATUALIZACAO CADASTRAL "
                               "LANCADA: " TRU-VALOR
                   END-IF
               END-IF
           END-IF
           .

       P300-EXCLUIR.
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-CODIGO
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-CODIGO
               NOT INVALID KEY
                   PERFORM P610-VERIFICA-UNIFICADO
                   PERFORM P310-CONTA-CONTRATOS-ABERTOS
                   EVALUATE TRUE
                       WHEN CODIGO-UNIFICADO
                           DISPLAY "CODIGO UNIFICADO EM OUTRO "
                                   "CADASTRO - EXCLUSAO NAO PERMITIDA."
                           UNLOCK CAD-FILE
                       WHEN WS-QTD-CONTRATOS-ABERTOS > ZEROS
                           DISPLAY "CLIENTE COM "
                                   WS-QTD-CONTRATOS-ABERTOS
                                   " CONTRATO(S) ATIVO(S) - EXCLUSAO "
                                   "NAO PERMITIDA."
                           DISPLAY "USE A OPCAO 7 PARA INATIVAR O "
                                   "CLIENTE MANTENDO O HISTORICO."
                       WHEN OTHER
                           PERFORM P320-EXCLUI-CLIENTE
                   END-EVALUATE
           END-READ
           PERFORM P950-AVISA-REGISTRO-EM-USO
           .
      *>   UM CLIENTE SO PODE SER EXCLUIDO SEM CONTRATO ATIVO EM
      *>   FINMAST.DAT - QUITADOS E CANCELADOS NAO IMPEDEM.
           MOVE ZEROS TO WS-QTD-CONTRATOS-ABERTOS
           MOVE WS-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO
                      AND FIN-ATIVO
                       ADD 1 TO WS-QTD-CONTRATOS-ABERTOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-CODIGO
               NOT INVALID KEY
                   PERFORM P610-VERIFICA-UNIFICADO
                   IF CODIGO-UNIFICADO
                       DISPLAY "CODIGO UNIFICADO EM OUTRO CADASTRO - "
                               "NAO PODE SER REATIVADO."
                       UNLOCK CAD-FILE
                       GO TO P600-SAIDA
                   END-IF
                   IF CAD-INATIVO
                       MOVE "A" TO CAD-SITUACAO
                       MOVE "REATIVA"  TO WS-AUD-OPERACAO
           END-READ
           PERFORM P950-AVISA-REGISTRO-EM-USO
           .
       P600-SAIDA.
           EXIT.

       P610-VERIFICA-UNIFICADO.
      *>   CODIGO ABSORVIDO NUMA UNIFICACAO FICA INATIVO PARA SEMPRE -
      *>   A CHAVE NAO PODE VOLTAR A SER USADA.
           MOVE "N" TO WS-UNIFICADO
           MOVE "N" TO WS-UNI-EOF
           OPEN INPUT UNI-FILE
           IF WS-UNI-STATUS = "00"
               PERFORM P615-LE-UNIFICACAO
               PERFORM UNTIL FIM-UNIFICACOES
                   IF UNI-COD-ABSORVIDO = WS-CODIGO
                       SET CODIGO-UNIFICADO TO TRUE
                   END-IF
                   PERFORM P615-LE-UNIFICACAO
               END-PERFORM
               CLOSE UNI-FILE
           END-IF
           .

       P615-LE-UNIFICACAO.
           READ UNI-FILE
               AT END SET FIM-UNIFICACOES TO TRUE
           END-READ
           .

       P950-AVISA-REGISTRO-EM-USO.
           IF WS-CAD-STATUS = "51" OR WS-CAD-STATUS = "99"
           END-IF
           .

       P960-TRIAGEM-LISTAS.
      *>   TODO CLIENTE GRAVADO PASSA PELAS LISTAS DE SANCOES E PEP;
      *>   ACHADO VAI PARA A FILA DO COMPLIANCE E SEGURA NOVOS
      *>   CONTRATOS ATE A ANALISE (OPCAO 90 DO MENU).
           MOVE WS-CPF-CNPJ TO WS-TRI-CPF-CNPJ
           IF WS-TRI-CPF-CNPJ NOT NUMERIC
               MOVE ZEROS TO WS-TRI-CPF-CNPJ
           END-IF
           MOVE WS-NOME TO WS-TRI-NOME
           CALL "sancUtil" USING WS-CODIGO WS-TRI-CPF-CNPJ
                                 WS-TRI-NOME WS-TRI-ORIGEM
                                 WS-OPERADOR-SESSAO WS-TRI-RESULTADO
                                 WS-TRI-MOTIVO
           IF WS-TRI-RESULTADO = "H" OR WS-TRI-RESULTADO = "R"
               DISPLAY "ATENCAO: CLIENTE RETIDO PELO COMPLIANCE - "
                       WS-TRI-MOTIVO
               DISPLAY "NOVOS CONTRATOS BLOQUEADOS ATE A ANALISE."
           END-IF
           .

       P400-CONSULTAR.
           DISPLAY "INFORME O CODIGO DO CLIENTE: "
           ACCEPT WS-CODIGO
                               "CARTAS SUSPENSAS"
                   END-IF
                   DISPLAY "FILIAL     : " CAD-FILIAL
                   DISPLAY "ATUALIZADO : " CAD-DT-ATUALIZACAO
                   PERFORM P450-MOSTRA-ESCORE
                   PERFORM P460-MOSTRA-EXPOSICAO
                   CALL "acessoUtil" USING CAD-CODIGO WS-ACS-PROGRAMA
                                           WS-OPERADOR-SESSAO
           END-READ
           .

           END-READ
           .

       P460-MOSTRA-EXPOSICAO.
      *>   O CADASTRO E UM SO PARA O GRUPO; A EXPOSICAO (SALDO
      *>   DEVEDOR DOS CONTRATOS ATIVOS) SAI POR EMPRESA QUE EMPRESTOU
      *>   AO CLIENTE E CONSOLIDADA. CONTRATO ANTIGO SEM EMPRESA NO
      *>   FINMAST.DAT VAI PELA FAIXA DE NUMERACAO (empUtil).
           MOVE ZEROS TO WS-EXPOSICAO
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > 99
               MOVE ZEROS TO WS-EXP-VALOR(WS-EXP-IDX)
           END-PERFORM
           OPEN INPUT PAG-FILE
           MOVE WS-CODIGO TO FIN-COD-CLIENTE
           START FIN-FILE KEY IS EQUAL TO FIN-COD-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "00" TO WS-FIN-STATUS
                   PERFORM P465-ACUMULA-EXPOSICAO
                           UNTIL WS-FIN-STATUS NOT = "00"
           END-START
           CLOSE PAG-FILE
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > 99
               IF WS-EXP-VALOR(WS-EXP-IDX) > ZEROS
                   MOVE WS-EXP-IDX TO WS-EXP-EMPRESA
                   MOVE "V"            TO EMU-FUNCAO
                   MOVE WS-EXP-EMPRESA TO EMU-EMPRESA
                   CALL "empUtil" USING EMU-PARAMETROS
                   MOVE WS-EXP-VALOR(WS-EXP-IDX) TO WS-EXP-EDIT
                   DISPLAY "EXPOSICAO  : EMPRESA " WS-EXP-EMPRESA
                           " " EMU-NOME " " WS-EXP-EDIT
               END-IF
           END-PERFORM
           MOVE WS-EXPOSICAO TO WS-EXP-EDIT
           DISPLAY "EXPOSICAO  : CONSOLIDADA " WS-EXP-EDIT
           .

       P465-ACUMULA-EXPOSICAO.
           READ FIN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FIN-STATUS
               NOT AT END
                   IF FIN-COD-CLIENTE = WS-CODIGO
                       MOVE "00" TO WS-FIN-STATUS
                   ELSE
                       MOVE "10" TO WS-FIN-STATUS
                   END-IF
                   IF FIN-COD-CLIENTE = WS-CODIGO
                      AND FIN-ATIVO
                       PERFORM P470-SALDO-CONTRATO
                       MOVE FIN-COD-EMPRESA TO WS-EXP-EMPRESA
                       IF FIN-COD-EMPRESA IS NOT NUMERIC
                          OR FIN-COD-EMPRESA = ZEROS
                           MOVE "C"          TO EMU-FUNCAO
                           MOVE FIN-CONTRATO TO EMU-CONTRATO
                           CALL "empUtil" USING EMU-PARAMETROS
                           MOVE EMU-EMPRESA  TO WS-EXP-EMPRESA
                       END-IF
                       IF WS-EXP-EMPRESA = ZEROS
                           MOVE 01 TO WS-EXP-EMPRESA
                       END-IF
                       ADD WS-SALDO-CONTRATO
                           TO WS-EXP-VALOR(WS-EXP-EMPRESA)
                       ADD WS-SALDO-CONTRATO TO WS-EXPOSICAO
                   END-IF
           END-READ
           .

       P470-SALDO-CONTRATO.
      *>   MESMA CONTA DO LIMITE DE CREDITO NA CONCESSAO.
           MOVE ZEROS TO WS-PAG-ULT-PARCELA-PAGA
           MOVE ZEROS TO WS-PAG-VALOR-PARCIAL-PAGO
           IF WS-PAG-STATUS = "00" OR WS-PAG-STATUS = "23"
               MOVE FIN-CONTRATO TO PAG-CONTRATO
               READ PAG-FILE
                   NOT INVALID KEY
                       MOVE PAG-ULT-PARCELA-PAGA
                           TO WS-PAG-ULT-PARCELA-PAGA
                       MOVE PAG-VALOR-PARCIAL-PAGO
                           TO WS-PAG-VALOR-PARCIAL-PAGO
               END-READ
           END-IF

           COMPUTE WS-SALDO-CONTRATO = FIN-VALOR - FIN-ENTRADA
           IF FIN-AMORT-PRICE OR FIN-AMORT-BALAO
               IF FIN-TAXA-JUROS = ZEROS
                   COMPUTE WS-PRESTACAO =
                           (WS-SALDO-CONTRATO - FIN-VALOR-RESIDUAL)
                           / FIN-NUM-PARCELAS
               ELSE
                   MOVE 1 TO WS-FATOR-PRICE
                   PERFORM FIN-NUM-PARCELAS TIMES
                       COMPUTE WS-FATOR-PRICE =
                               WS-FATOR-PRICE
                               + WS-FATOR-PRICE * FIN-TAXA-JUROS
                   END-PERFORM
                   COMPUTE WS-PRESTACAO-NUM =
                           (WS-SALDO-CONTRATO * WS-FATOR-PRICE
                            - FIN-VALOR-RESIDUAL) * FIN-TAXA-JUROS
                   COMPUTE WS-PRESTACAO =
                           WS-PRESTACAO-NUM / (WS-FATOR-PRICE - 1)
               END-IF
               PERFORM WS-PAG-ULT-PARCELA-PAGA TIMES
                   COMPUTE WS-JUROS-PARCELA =
                           WS-SALDO-CONTRATO * FIN-TAXA-JUROS
                   COMPUTE WS-SALDO-CONTRATO = WS-SALDO-CONTRATO
                           - (WS-PRESTACAO - WS-JUROS-PARCELA)
               END-PERFORM
           ELSE
               COMPUTE WS-AMORTIZACAO = (FIN-VALOR - FIN-ENTRADA)
                                       / FIN-NUM-PARCELAS
               COMPUTE WS-SALDO-CONTRATO =
                       (FIN-VALOR - FIN-ENTRADA)
                       - (WS-PAG-ULT-PARCELA-PAGA * WS-AMORTIZACAO)
           END-IF
           SUBTRACT WS-PAG-VALOR-PARCIAL-PAGO
               FROM WS-SALDO-CONTRATO
           .

       P500-BUSCAR-NOME.
           DISPLAY "INFORME O NOME OU INICIO DO NOME "
                   "(VAZIO = TODOS): "
               DISPLAY WS-BRW-CODIGO(WS-BRW-IDX) "     "
                       WS-BRW-NOME(WS-BRW-IDX) " "
                       WS-BRW-TEL(WS-BRW-IDX)
      *>       CADA CLIENTE MOSTRADO NA PAGINA CONTA COMO CONSULTA.
               CALL "acessoUtil" USING WS-BRW-CODIGO(WS-BRW-IDX)
                                       WS-ACS-PROGRAMA
                                       WS-OPERADOR-SESSAO
           END-PERFORM
           DISPLAY "=============================================="
           .
