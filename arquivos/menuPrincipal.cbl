                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SYSPARM-STATUS.

               SELECT BWN-FILE ASSIGN TO "BATCHWIN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BWN-STATUS.

               SELECT TRN-FILE ASSIGN TO "TREINO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPE-FILE.
       FD  SYSPARM-FILE.
           COPY SYSPARMF.

       FD  BWN-FILE.
           COPY BWNFD.

       FD  TRN-FILE.
           COPY TRNFD.

       WORKING-STORAGE SECTION.
       01  WS-VARIAVEIS.
           03  WS-OPCAO        PIC 999.
           03  WS-SAIR         PIC X VALUE "N".
               88  FIM-MENU        VALUE "S".
           03  WS-OPE-STATUS   PIC XX.
           03  WS-SHS-STATUS   PIC XX.
           03  WS-SGL-STATUS   PIC XX.
           03  WS-SYSPARM-STATUS PIC XX.
           03  WS-BWN-STATUS   PIC XX.
           03  WS-TRN-STATUS   PIC XX.
           03  WS-TREINO-SW    PIC X VALUE "N".
               88  AMBIENTE-TREINO VALUE "S".
           03  WS-JANELA-SW    PIC X VALUE "N".
               88  JANELA-ABERTA   VALUE "S".
           03  WS-JAN-PROGRAMA PIC X(16).
           03  WS-JAN-LIBERADO PIC X.
           03  WS-OPE-EOF      PIC X VALUE "N".
               88  FIM-OPERADORES  VALUE "S".
           03  WS-SHS-EOF      PIC X VALUE "N".
           03  WS-NIVEL-EXIGIDO PIC 9.
           03  WS-TENTATIVAS   PIC 9 VALUE ZEROS.
           03  WS-FILIAL       PIC 9(02) VALUE 1.
           03  WS-FILIAL-TERMINAL PIC X(02).
           03  WS-EMPRESA      PIC 9(02) VALUE ZEROS.
           03  WS-EMPRESA-OPE  PIC 9(02) VALUE ZEROS.
           03  WS-EMPRESA-NOME PIC X(30) VALUE "CONSOLIDADO".
           03  WS-EMPRESA-PEDIDA PIC 9(02).
           03  WS-DATA-HOJE    PIC 9(8).
           03  WS-HORA-AGORA   PIC X(08).
           03  WS-HASH-INFORMADO PIC 9(08).
       01  WS-HISTORICO-SENHAS.
           03  WS-HIS-HASH OCCURS 10 TIMES PIC 9(08).

           COPY EMPLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P010-SIGN-ON
               DISPLAY "=============================================="
               DISPLAY "  SISTEMA DE FINANCIAMENTOS - MENU PRINCIPAL"
               DISPLAY "=============================================="
               DISPLAY "  EMPRESA: " WS-EMPRESA " - " WS-EMPRESA-NOME
               PERFORM P026-VERIFICA-TREINO
               IF AMBIENTE-TREINO
                   DISPLAY "*** TREINAMENTO - DADOS MASCARADOS EM "
                           TRN-DATA " " TRN-HORA " ***"
                   DISPLAY "*** NADA AQUI E PRODUCAO - CLIENTES, CPF E "
                           "CONTAS SAO FICTICIOS ***"
               END-IF
               PERFORM P025-VERIFICA-JANELA
               IF JANELA-ABERTA
                   DISPLAY "*** JANELA DO BATCH NOTURNO ABERTA DESDE "
                           BWN-DATA " " BWN-HORA " ***"
                   DISPLAY "*** ATUALIZACOES BLOQUEADAS - SO CONSULTA "
                           "OU LIBERACAO DE SUPERVISOR ***"
               END-IF
               DISPLAY "  --- FINANCIAMENTOS ---"
               DISPLAY "   1 - NOVO FINANCIAMENTO (TABELA ESTATICA)"
               DISPLAY "   2 - NOVO FINANCIAMENTO (TABELA DINAMICA)"
               DISPLAY "  86 - REPOSITORIO DE RELATORIOS"
               DISPLAY "  87 - CONVERSAO DO CADASTRO DE OPERADORES"
               DISPLAY "  88 - MANUTENCAO DE PARAMETROS DO SISTEMA"
               DISPLAY "  89 - PLD - ANALISE DE OPERACOES SUSPEITAS"
               DISPLAY "  90 - LISTAS RESTRITIVAS - ANALISE COMPLIANCE"
               DISPLAY "  91 - OUVIDORIA - RECLAMACOES DE CLIENTES"
               DISPLAY "  92 - OUVIDORIA - RECLAMACOES FORA DO PRAZO"
               DISPLAY "  93 - OUVIDORIA - ESTATISTICA TRIMESTRAL"
               DISPLAY "  94 - CADASTRO DE ASSESSORIAS DE COBRANCA"
               DISPLAY "  95 - ENVIO MENSAL AS ASSESSORIAS"
               DISPLAY "  96 - ACERTO DE COMISSAO DAS ASSESSORIAS"
               DISPLAY "  97 - DEBITOS DE LOJISTAS A COBRAR"
               DISPLAY "  98 - FPD - PRIMEIRA PARCELA NAO PAGA"
               DISPLAY "  99 - MUTIRAO - CADASTRO DE CAMPANHAS"
               DISPLAY " 100 - MUTIRAO - GERAR OFERTAS DA CAMPANHA"
               DISPLAY " 101 - MUTIRAO - FECHAMENTO E ADESAO"
               DISPLAY " 102 - ISENCAO DE MULTA E MORA"
               DISPLAY " 103 - RELATORIO MENSAL DE ISENCOES"
               DISPLAY " 104 - ALTERACAO DO DIA DE VENCIMENTO"
               DISPLAY " 105 - PAUSA DE PARCELAS - CAMPANHAS"
               DISPLAY " 106 - PAUSA DE PARCELAS - APLICAR CAMPANHA"
               DISPLAY " 107 - PAUSA DE PARCELAS - RELATORIO"
               DISPLAY " 108 - AMORTIZACAO EXTRAORDINARIA"
               DISPLAY " 109 - OBITO DO CLIENTE / PRESTAMISTA"
               DISPLAY " 110 - BLOQUEIO DE COBRANCA"
               DISPLAY " 111 - BLOQUEIOS A EXPIRAR AMANHA"
               DISPLAY " 112 - CONVENENTES (CONSIGNADO)"
               DISPLAY " 113 - CONSIGNADO - GERAR ARQUIVO DE DESCONTO"
               DISPLAY " 114 - IOF DO MES - APURACAO E DARF"
               DISPLAY " 115 - PORTAL - ATENDER REQUISICOES"
               DISPLAY " 116 - CONTATOS DE COBRANCA"
               DISPLAY " 117 - TAXA DE CONTATO POR COBRADOR"
               DISPLAY " 118 - DOSSIE DO CONTRATO"
               DISPLAY " 119 - DOCUMENTOS EXIGIDOS POR PRODUTO"
               DISPLAY " 120 - DOSSIES INCOMPLETOS"
               DISPLAY " 121 - BASE DE CEP - CARGA DOS CORREIOS"
               DISPLAY " 122 - QUALIDADE DO CADASTRO DE CLIENTES"
               DISPLAY " 123 - UNIFICACAO DE CADASTROS DUPLICADOS"
               DISPLAY " 124 - GRUPOS ECONOMICOS"
               DISPLAY " 125 - CONVERSAO DOS MASTERS (CHAVES E CAMPOS)"
               DISPLAY " 126 - METAS DE PRODUCAO POR FILIAL E PRODUTO"
               DISPLAY " 127 - PRODUCAO DO DIA CONTRA AS METAS"
               DISPLAY " 128 - TAXA DE CAPTACAO (CUSTO DO DINHEIRO)"
               DISPLAY " 129 - RENTABILIDADE POR PRODUTO E LOJISTA"
               DISPLAY " 130 - CAMPANHAS DE TAXA PROMOCIONAL"
               DISPLAY " 131 - CONTRATOS E SUBSIDIO POR CAMPANHA"
               DISPLAY " 132 - OFERTAS DE CREDITO PRE-APROVADO (MES)"
               DISPLAY " 133 - ACEITE DE OFERTA PRE-APROVADA"
               DISPLAY " 134 - CONVERSAO DAS OFERTAS PRE-APROVADAS"
               DISPLAY " 135 - DURACAO DOS PASSOS E SLA DO STREAM"
               DISPLAY " 136 - MONITORAMENTO DE ACESSO A DADOS PESSOAIS"
               DISPLAY " 137 - RELATORIO DO TITULAR (LGPD) POR CPF/CNPJ"
               DISPLAY " 138 - LANCAMENTOS CONTABEIS MANUAIS"
               DISPLAY " 139 - CREDITOS NAO IDENTIFICADOS (MESA)"
               DISPLAY " 140 - AGING DE CREDITOS NAO IDENTIFICADOS"
               DISPLAY " 141 - IMPORTACAO DO EXTRATO BANCARIO"
               DISPLAY " 142 - CONCILIACAO BANCARIA"
               DISPLAY " 143 - CONSULTA DE NEGATIVACAO NO BUREAU"
               DISPLAY " 144 - AUDITORIA DO CRONOGRAMA DE PARCELAS"
               DISPLAY " 145 - ATIVIDADE DOS OPERADORES"
               DISPLAY " 146 - SEGREGACAO DE FUNCOES (MENSAL)"
               DISPLAY " 147 - TROCAR A EMPRESA DA SESSAO"
               DISPLAY " 148 - CADASTRO DE EMPRESAS DO GRUPO"
               DISPLAY " 149 - BALANCETE DO RAZAO CONTABIL"
               DISPLAY " 150 - IMPLANTACAO DE SALDOS DO RAZAO"
               DISPLAY " 151 - CUSTODIA DE CHEQUES PRE-DATADOS"
               DISPLAY " 152 - DEPOSITO DOS CHEQUES DO DIA"
               DISPLAY " 153 - TARIFAS AVULSAS DO CLIENTE (BALCAO)"
               DISPLAY " 154 - RELATORIO MENSAL DE TARIFAS AVULSAS"
               DISPLAY " 155 - TABELA DE TARIFAS AVULSAS"
               DISPLAY " 156 - RESTITUICAO AO CLIENTE POR TRANSFERENCIA"
               DISPLAY "  00 - SAIR"
               DISPLAY "=============================================="
               DISPLAY "ESCOLHA UMA OPCAO: "
                  AND WS-NIVEL < WS-NIVEL-EXIGIDO
                   DISPLAY "OPCAO RESERVADA AO NIVEL "
                           WS-NIVEL-EXIGIDO " - ACESSO NEGADO."
                   MOVE 999 TO WS-OPCAO
               END-IF

      *>       OS LOTES QUE O STREAM NOTURNO TAMBEM RODA NAO CONSULTAM
      *>       A JANELA POR DENTRO (O PROPRIO STREAM OS CHAMA COM ELA
      *>       ABERTA) - PELO MENU A CONSULTA E FEITA AQUI.
               IF WS-OPCAO = 7 OR WS-OPCAO = 9
                   IF WS-OPCAO = 7
                       MOVE "loanBatch" TO WS-JAN-PROGRAMA
                   ELSE
                       MOVE "custBatch" TO WS-JAN-PROGRAMA
                   END-IF
                   CALL "janelaUtil" USING WS-JAN-PROGRAMA
                                           WS-JAN-LIBERADO
                   IF WS-JAN-LIBERADO NOT = "S"
                       MOVE 999 TO WS-OPCAO
                   END-IF
               END-IF

               EVALUATE WS-OPCAO
                       CALL "opeMigra"
                   WHEN 88
                       CALL "parmMan"
                   WHEN 89
                       CALL "pldRev"
                   WHEN 90
                       CALL "sancRev"
                   WHEN 91
                       CALL "ouvidoria"
                   WHEN 92
                       CALL "ouvAging"
                   WHEN 93
                       CALL "ouvTrim"
                   WHEN 94
                       CALL "assessCad"
                   WHEN 95
                       CALL "assessLote"
                   WHEN 96
                       CALL "assessAcerto"
                   WHEN 97
                       CALL "lojDebito"
                   WHEN 98
                       CALL "fpdRpt"
                   WHEN 99
                       CALL "mutCad"
                   WHEN 100
                       CALL "mutLote"
                   WHEN 101
                       CALL "mutFecha"
                   WHEN 102
                       CALL "isencao"
                   WHEN 103
                       CALL "iseRpt"
                   WHEN 104
                       CALL "altVenc"
                   WHEN 105
                       CALL "pausaCad"
                   WHEN 106
                       CALL "pausaLote"
                   WHEN 107
                       CALL "pausaRpt"
                   WHEN 108
                       CALL "amortExt"
                   WHEN 109
                       CALL "obito"
                   WHEN 110
                       CALL "cobHold"
                   WHEN 111
                       CALL "holdRpt"
                   WHEN 112
                       CALL "convCad"
                   WHEN 113
                       CALL "consGera"
                   WHEN 114
                       CALL "iofRpt"
                   WHEN 115
                       CALL "portalBat"
                   WHEN 116
                       CALL "contato"
                   WHEN 117
                       CALL "contRpt"
                   WHEN 118
                       CALL "dossie"
                   WHEN 119
                       CALL "docProd"
                   WHEN 120
                       CALL "dosPend"
                   WHEN 121
                       CALL "cepImp"
                   WHEN 122
                       CALL "cadQual"
                   WHEN 123
                       CALL "unifica"
                   WHEN 124
                       CALL "grupoCad"
                   WHEN 125
                       CALL "chaveMigra"
                   WHEN 126
                       CALL "metaCad"
                   WHEN 127
                       CALL "prodRpt"
                   WHEN 128
                       CALL "captCad"
                   WHEN 129
                       CALL "rentRpt"
                   WHEN 130
                       CALL "campCad"
                   WHEN 131
                       CALL "campRpt"
                   WHEN 132
                       CALL "ofertaLote"
                   WHEN 133
                       CALL "ofertaAceita"
                   WHEN 134
                       CALL "ofertaRpt"
                   WHEN 135
                       CALL "streamRpt"
                   WHEN 136
                       CALL "acessoMon"
                   WHEN 137
                       CALL "titular"
                   WHEN 138
                       CALL "lancMan"
                   WHEN 139
                       CALL "cniWork"
                   WHEN 140
                       CALL "cniAging"
                   WHEN 141
                       CALL "extBcoImp"
                   WHEN 142
                       CALL "concBco"
                   WHEN 143
                       CALL "negCons"
                   WHEN 144
                       CALL "cronAudit"
                   WHEN 145
                       CALL "opeAtiv"
                   WHEN 146
                       CALL "sodRpt"
                   WHEN 147
                       PERFORM P028-TROCA-EMPRESA
                   WHEN 148
                       CALL "empresaCad"
                   WHEN 149
                       CALL "balancete"
                   WHEN 150
                       CALL "saldoImp"
                   WHEN 151
                       CALL "cheque"
                   WHEN 152
                       CALL "chequeDep"
                   WHEN 153
                       CALL "tarifa"
                   WHEN 154
                       CALL "tarifaRpt"
                   WHEN 155
                       CALL "tarifaCad"
                   WHEN 156
                       CALL "restitui"
                   WHEN 00
                       SET FIM-MENU TO TRUE
                   WHEN OTHER
      *>   CADASTRAR OS OPERADORES (AVISADO NA TELA).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
      *>   FILIAL DO TERMINAL, DECLARADA NO AMBIENTE DA ESTACAO; SO
      *>   VAI PARA O LOG DE SIGN-ON (O ESCOPO SEGUE A DO OPERADOR).
           MOVE SPACES TO WS-FILIAL-TERMINAL
           ACCEPT WS-FILIAL-TERMINAL FROM ENVIRONMENT "FILIAL_TERMINAL"
           PERFORM P008-LE-PARAMETROS-SISTEMA
           PERFORM P017-CARREGA-OPERADORES
               THRU P017-SAIDA
               MOVE 3       TO WS-NIVEL
               MOVE 1       TO WS-FILIAL
               SET SIGNON-VALIDO TO TRUE
               PERFORM P027-EMPRESA-DA-SESSAO
               PERFORM P015-GRAVA-SESSAO
           ELSE
               PERFORM UNTIL SIGNON-VALIDO OR WS-TENTATIVAS >= 3
                       THRU P012-SAIDA
               END-PERFORM
               IF SIGNON-VALIDO
                   PERFORM P027-EMPRESA-DA-SESSAO
                   PERFORM P015-GRAVA-SESSAO
                   MOVE "SIGN-ON EFETUADO" TO WS-MOTIVO-FALHA
                   PERFORM P011-LOG-SIGNON
                   DISPLAY "BEM-VINDO, " WS-SIGNON-COD
                           " (NIVEL " WS-NIVEL ")"
               END-IF
           IF WS-OPE-ACHADO = ZEROS
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
               MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-FALHA
               PERFORM P011-LOG-SIGNON
               GO TO P012-SAIDA
           END-IF

               DISPLAY "CONTA BLOQUEADA - PROCURE UM SUPERVISOR "
                       "(DESBLOQUEIO NA OPCAO 42)."
               MOVE "CONTA BLOQUEADA" TO WS-MOTIVO-FALHA
               PERFORM P011-LOG-SIGNON
               GO TO P012-SAIDA
           END-IF

               MOVE OPE-REGISTRO TO WS-TAB-OPE-REG(WS-OPE-ACHADO)
               PERFORM P018-REGRAVA-OPERADORES
                   THRU P018-SAIDA
               PERFORM P011-LOG-SIGNON
               GO TO P012-SAIDA
           END-IF

           ELSE
               MOVE 1 TO WS-FILIAL
           END-IF
           IF OPE-EMPRESA IS NUMERIC
               MOVE OPE-EMPRESA TO WS-EMPRESA-OPE
           ELSE
               MOVE ZEROS TO WS-EMPRESA-OPE
           END-IF
           .
       P012-SAIDA.
           EXIT.
           CLOSE SHS-FILE
           .

       P011-LOG-SIGNON.
           OPEN EXTEND SGL-FILE
           IF WS-SGL-STATUS = "35"
               OPEN OUTPUT SGL-FILE
           MOVE WS-HORA-AGORA  TO SGL-HORA
           MOVE WS-SIGNON-COD  TO SGL-OPERADOR
           MOVE WS-MOTIVO-FALHA TO SGL-MOTIVO
           IF WS-FILIAL-TERMINAL IS NUMERIC
              AND WS-FILIAL-TERMINAL NOT = "00"
               MOVE WS-FILIAL-TERMINAL TO SGL-FILIAL
           ELSE
               IF SIGNON-VALIDO
                   MOVE WS-FILIAL TO SGL-FILIAL
               ELSE
                   MOVE ZEROS TO SGL-FILIAL
               END-IF
           END-IF
           WRITE SGL-REGISTRO
           CLOSE SGL-FILE
           .
                   IF OPE-FALHAS NOT NUMERIC
                       MOVE ZEROS TO OPE-FALHAS
                   END-IF
                   IF OPE-EMPRESA NOT NUMERIC
                       MOVE ZEROS TO OPE-EMPRESA
                   END-IF
                   IF OPE-SITUACAO NOT = "B"
                       MOVE "A" TO OPE-SITUACAO
                   END-IF
           MOVE WS-SIGNON-COD TO OPS-OPERADOR
           MOVE WS-NIVEL      TO OPS-NIVEL
           MOVE WS-FILIAL     TO OPS-FILIAL
           MOVE WS-EMPRESA    TO OPS-EMPRESA
           WRITE OPS-REGISTRO
           CLOSE OPS-FILE
           .
           CLOSE OPS-FILE
           .

       P027-EMPRESA-DA-SESSAO.
      *>   O OPERADOR VINCULADO A UMA EMPRESA TRABALHA SO NELA; O
      *>   PESSOAL COMPARTILHADO (EMPRESA 00) ESCOLHE A EMPRESA OU O
      *>   CONSOLIDADO QUANDO O GRUPO TEM MAIS DE UMA EMPRESA ATIVA.
           MOVE WS-EMPRESA-OPE TO WS-EMPRESA
           MOVE "V"            TO EMU-FUNCAO
           MOVE WS-EMPRESA     TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           IF WS-EMPRESA = ZEROS
               IF EMU-QTD-ATIVAS > 1
                   DISPLAY "EMPRESA DA SESSAO (00 = CONSOLIDADO): "
                   ACCEPT WS-EMPRESA-PEDIDA
                   MOVE "V"               TO EMU-FUNCAO
                   MOVE WS-EMPRESA-PEDIDA TO EMU-EMPRESA
                   CALL "empUtil" USING EMU-PARAMETROS
                   IF EMU-OK
                       MOVE WS-EMPRESA-PEDIDA TO WS-EMPRESA
                   ELSE
                       DISPLAY "EMPRESA INVALIDA - SESSAO NO "
                               "CONSOLIDADO."
                       MOVE "V"   TO EMU-FUNCAO
                       MOVE ZEROS TO EMU-EMPRESA
                       CALL "empUtil" USING EMU-PARAMETROS
                   END-IF
               ELSE
      *>           UMA SO EMPRESA: O CONSOLIDADO E ELA MESMA.
                   MOVE 1   TO WS-EMPRESA
                   MOVE "V" TO EMU-FUNCAO
                   MOVE 1   TO EMU-EMPRESA
                   CALL "empUtil" USING EMU-PARAMETROS
               END-IF
           END-IF
           MOVE EMU-NOME TO WS-EMPRESA-NOME
           .

       P028-TROCA-EMPRESA.
           IF WS-EMPRESA-OPE NOT = ZEROS
               DISPLAY "OPERADOR VINCULADO A EMPRESA " WS-EMPRESA-OPE
                       " - TROCA NAO PERMITIDA."
           ELSE
               PERFORM P027-EMPRESA-DA-SESSAO
               PERFORM P015-GRAVA-SESSAO
               DISPLAY "SESSAO NA EMPRESA " WS-EMPRESA " - "
                       WS-EMPRESA-NOME
           END-IF
           .

       P025-VERIFICA-JANELA.
      *>   INDICADOR GRAVADO PELO STREAM NOTURNO (BATCHWIN.DAT).
           MOVE "N" TO WS-JANELA-SW
           OPEN INPUT BWN-FILE
           IF WS-BWN-STATUS = "00"
               READ BWN-FILE
                   NOT AT END
                       IF BWN-ABERTA
                           SET JANELA-ABERTA TO TRUE
                       END-IF
               END-READ
               CLOSE BWN-FILE
           END-IF
           .

       P026-VERIFICA-TREINO.
      *>   INDICADOR GRAVADO POR jobs/treino.sh SO NO DIRETORIO DE
      *>   TREINAMENTO; EM PRODUCAO O ARQUIVO NAO EXISTE.
           MOVE "N" TO WS-TREINO-SW
           OPEN INPUT TRN-FILE
           IF WS-TRN-STATUS = "00"
               READ TRN-FILE
                   NOT AT END
                       IF TRN-TREINAMENTO
                           SET AMBIENTE-TREINO TO TRUE
                       END-IF
               END-READ
               CLOSE TRN-FILE
           END-IF
           .

       P020-NIVEL-EXIGIDO.
      *>   NIVEL 1 CONSULTA RELATORIOS E POSICOES; NIVEL 2 MOVIMENTA
      *>   CADASTROS, PAGAMENTOS E NOVOS CONTRATOS; NIVEL 3 FICA COM
               WHEN 54 WHEN 55 WHEN 58 WHEN 62 WHEN 63 WHEN 64
               WHEN 65 WHEN 67 WHEN 71 WHEN 72 WHEN 78 WHEN 79
               WHEN 80 WHEN 81 WHEN 82 WHEN 84 WHEN 87 WHEN 88
               WHEN 89 WHEN 90 WHEN 93 WHEN 95 WHEN 99 WHEN 100
               WHEN 105 WHEN 106 WHEN 119 WHEN 121 WHEN 124
               WHEN 125 WHEN 126 WHEN 128 WHEN 130 WHEN 132
               WHEN 136 WHEN 137 WHEN 145 WHEN 146 WHEN 148
               WHEN 150 WHEN 155
                   MOVE 3 TO WS-NIVEL-EXIGIDO
               WHEN 1 WHEN 2 WHEN 7 WHEN 8 WHEN 9 WHEN 10
               WHEN 17 WHEN 18 WHEN 22 WHEN 23 WHEN 24
               WHEN 40 WHEN 41 WHEN 4 WHEN 43 WHEN 44 WHEN 45
               WHEN 48 WHEN 49 WHEN 50 WHEN 51 WHEN 56 WHEN 57
               WHEN 59 WHEN 60 WHEN 61 WHEN 68 WHEN 69 WHEN 76
               WHEN 77 WHEN 85 WHEN 91 WHEN 94 WHEN 96 WHEN 97
               WHEN 98 WHEN 101 WHEN 102 WHEN 103 WHEN 104
               WHEN 107 WHEN 108 WHEN 109 WHEN 110 WHEN 112
               WHEN 113 WHEN 114 WHEN 115 WHEN 116 WHEN 118
               WHEN 123 WHEN 129 WHEN 131 WHEN 133 WHEN 134
               WHEN 138 WHEN 139 WHEN 141 WHEN 142 WHEN 151
               WHEN 152 WHEN 153 WHEN 154 WHEN 156
                   MOVE 2 TO WS-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-EXIGIDO
