      *          then applies it on the effective date and PARMAUD.DAT
      *          keeps old value, new value, who keyed and who
      *          approved, the same discipline CUSTAUDIT.DAT gives
      *          the customer master. With more than one company
      *          active, the four limits a company may hold on its
      *          own (PCT-RENDA, ALCADA-N2, ALCADA-N3 and
      *          PCT-PRESTAMISTA) can be keyed for one company; 00
      *          keeps changing the group's row.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  WS-APROV-OK         PIC X.
               88  APROVADOR-VALIDO    VALUE "S".
           03  WS-DECISAO          PIC X(01).
           03  WS-EMPRESA-PARM     PIC 9(02) VALUE ZEROS.
           03  WS-CAMPO-EMPRESA    PIC X(20).
               88  CAMPO-POR-EMPRESA   VALUE "PCT-RENDA"
                                             "ALCADA-N2"
                                             "ALCADA-N3"
                                             "PCT-PRESTAMISTA".

      *>   IMAGEM EM MEMORIA DOS DOIS ARQUIVOS DE PARAMETROS; QUEM
      *>   NAO EXISTE EM DISCO ENTRA AQUI COM OS DEFAULTS DO SHOP.
       01  WS-REG-SYS              PIC X(250).
       01  WS-REG-IFS              PIC X(06).
       01  WS-REG-EMP              PIC X(250).

           COPY SYSPARM.

           COPY EMPLK.

           COPY PARMTAB.

       01  WS-CONTROLE-ESTAGIO.
           END-IF
           .

       P050-PEDE-EMPRESA.
      *>   SO PERGUNTA A EMPRESA QUANDO HA MAIS DE UMA ATIVA; 00 E O
      *>   GRUPO, A LINHA DE SEMPRE DO SYSPARM.DAT.
           MOVE ZEROS TO WS-EMPRESA-PARM
           MOVE "V"   TO EMU-FUNCAO
           MOVE 01    TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           IF EMU-QTD-ATIVAS > 1
               DISPLAY "EMPRESA (00 = GRUPO): "
               ACCEPT WS-EMPRESA-PARM
               PERFORM P055-VALIDA-EMPRESA
                   UNTIL WS-EMPRESA-PARM = ZEROS
                      OR EMU-OK
           END-IF
           .

       P055-VALIDA-EMPRESA.
           MOVE "V"             TO EMU-FUNCAO
           MOVE WS-EMPRESA-PARM TO EMU-EMPRESA
           CALL "empUtil" USING EMU-PARAMETROS
           IF NOT EMU-OK
               DISPLAY "EMPRESA INVALIDA - INFORME NOVAMENTE: "
               ACCEPT WS-EMPRESA-PARM
           END-IF
           .

       P100-LISTA-VIGENTES.
           PERFORM P050-PEDE-EMPRESA
           PERFORM P800-CARREGA-VIGENTES
           DISPLAY "NO ARQ CAMPO                VALOR    "
                   "MINIMO   MAXIMO"
           .

       P200-KEYA-ALTERACAO.
           PERFORM P050-PEDE-EMPRESA
           PERFORM P800-CARREGA-VIGENTES
           DISPLAY "NO ARQ CAMPO                VALOR ATUAL"
           PERFORM P210-MOSTRA-OPCAO
               GO TO P200-SAIDA
           END-IF
           MOVE WS-CAMPO-ESCOLHIDO TO WS-DIC-IDX
           MOVE WS-DIC-NOME(WS-DIC-IDX) TO WS-CAMPO-EMPRESA
           IF WS-EMPRESA-PARM > ZEROS
              AND NOT CAMPO-POR-EMPRESA
               DISPLAY "CAMPO SO PODE SER ALTERADO NO GRUPO (00)."
               GO TO P200-SAIDA
           END-IF
           PERFORM P820-VALOR-VIGENTE
           DISPLAY "CAMPO: " WS-DIC-NOME(WS-DIC-IDX)
           DISPLAY "VALOR ATUAL: " WS-VALOR-MOSTRA
           MOVE WS-DATA-HOJE               TO PSG-DT-KEYADA
           MOVE SPACES                     TO PSG-APROVADOR
           MOVE ZEROS                      TO PSG-DT-APROVACAO
           MOVE WS-EMPRESA-PARM            TO PSG-EMPRESA
           WRITE PSG-REGISTRO
           CLOSE PSG-FILE
           DISPLAY "ALTERACAO ESTAGIADA - SO ENTRA EM VIGOR APOS A "
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY WS-STG-IDX " " PSG-ARQUIVO "  " PSG-CAMPO
                       " " PSG-VALOR-ANTES " " PSG-VALOR-NOVO " "
                       PSG-DT-EFETIVA " " PSG-OPERADOR " "
                       PSG-EMPRESA
           END-IF
           .

           DISPLAY WS-STG-IDX " " PSG-ARQUIVO "  " PSG-CAMPO " "
                   PSG-VALOR-ANTES " " PSG-VALOR-NOVO " "
                   PSG-DT-EFETIVA " " PSG-SITUACAO "  "
                   PSG-OPERADOR " " PSG-APROVADOR " " PSG-EMPRESA
           .

       P500-LISTA-HISTORICO.
               DISPLAY "NENHUMA ALTERACAO APLICADA ATE HOJE."
           ELSE
               DISPLAY "ARQ CAMPO                DE       PARA     "
                       "VIGENCIA APLICADA KEYOU    APROVOU  EMP"
               PERFORM P510-LE-HISTORICO
               PERFORM UNTIL FIM-DO-HISTORICO
                   ADD 1 TO WS-QTD-LISTADAS
                   DISPLAY PAU-ARQUIVO "   " PAU-CAMPO " "
                           PAU-VALOR-ANTES " " PAU-VALOR-DEPOIS " "
                           PAU-DT-EFETIVA " " PAU-DATA " "
                           PAU-OPERADOR " " PAU-APROVADOR " "
                           PAU-EMPRESA
                   PERFORM P510-LE-HISTORICO
               END-PERFORM
               DISPLAY "TOTAL DE ALTERACOES: " WS-QTD-LISTADAS
                   NOT AT END
                       MOVE SYS-PARM-REGISTRO TO WS-REG-SYS
               END-READ
               IF WS-EMPRESA-PARM > ZEROS
                   PERFORM P805-LE-LINHA-EMPRESA
                       UNTIL WS-SYSPARM-STATUS NOT = "00"
               END-IF
               CLOSE SYSPARM-FILE
           ELSE
               PERFORM P810-MONTA-DEFAULTS-SYS
           END-IF
           .

       P805-LE-LINHA-EMPRESA.
      *>   A LINHA DA EMPRESA SO GUARDA OS LIMITES PROPRIOS; ZERO E
      *>   "USA O DO GRUPO", O MESMO CRITERIO DO loanBatch.
           READ SYSPARM-FILE
               NOT AT END
                   IF SYS-PARM-EMPRESA = WS-EMPRESA-PARM
                       MOVE SYS-PARM-REGISTRO TO WS-REG-EMP
                       PERFORM P806-APLICA-CAMPO-EMPRESA
                           VARYING WS-DIC-IDX FROM 1 BY 1
                           UNTIL WS-DIC-IDX > WS-DIC-QTD-CAMPOS
                   END-IF
           END-READ
           .

       P806-APLICA-CAMPO-EMPRESA.
           MOVE WS-DIC-NOME(WS-DIC-IDX) TO WS-CAMPO-EMPRESA
           IF WS-DIC-ARQUIVO(WS-DIC-IDX) = "S"
              AND CAMPO-POR-EMPRESA
               IF WS-REG-EMP(WS-DIC-OFFSET(WS-DIC-IDX):
                             WS-DIC-TAM(WS-DIC-IDX)) IS NUMERIC
                  AND WS-REG-EMP(WS-DIC-OFFSET(WS-DIC-IDX):
                                 WS-DIC-TAM(WS-DIC-IDX)) > ZEROS
                   MOVE WS-REG-EMP(WS-DIC-OFFSET(WS-DIC-IDX):
                                   WS-DIC-TAM(WS-DIC-IDX))
                       TO WS-REG-SYS(WS-DIC-OFFSET(WS-DIC-IDX):
                                     WS-DIC-TAM(WS-DIC-IDX))
               END-IF
           END-IF
           .

       P810-MONTA-DEFAULTS-SYS.
           MOVE WS-SYS-DATA-EXEMPLO    TO SYS-PARM-DATA-EXEMPLO
           MOVE WS-SYS-IDADE-MINIMA    TO SYS-PARM-IDADE-MINIMA
           MOVE WS-SYS-DIAS-SENHA      TO SYS-PARM-DIAS-SENHA
           MOVE WS-SYS-MAX-FALHAS      TO SYS-PARM-MAX-FALHAS
           MOVE WS-SYS-QTD-SENHAS      TO SYS-PARM-QTD-SENHAS
           MOVE WS-SYS-LIM-ESPECIE     TO SYS-PARM-LIM-ESPECIE
           MOVE WS-SYS-PLD-DIAS-JANELA TO SYS-PARM-PLD-DIAS-JANELA
           MOVE WS-SYS-PLD-PCT-FAIXA   TO SYS-PARM-PLD-PCT-FAIXA
           MOVE WS-SYS-PLD-QTD-FRACOES TO SYS-PARM-PLD-QTD-FRACOES
           MOVE WS-SYS-PLD-DIAS-QUITACAO
               TO SYS-PARM-PLD-DIAS-QUITACAO
           MOVE WS-SYS-OUV-DIAS-SLA    TO SYS-PARM-OUV-DIAS-SLA
           MOVE WS-SYS-ASS-DIAS-MIN    TO SYS-PARM-ASS-DIAS-MIN
           MOVE WS-SYS-ASS-DIAS-MAX    TO SYS-PARM-ASS-DIAS-MAX
           MOVE WS-SYS-ASS-DIAS-RECOLHE
               TO SYS-PARM-ASS-DIAS-RECOLHE
           MOVE WS-SYS-FPD-PCT-TOLERA  TO SYS-PARM-FPD-PCT-TOLERA
           MOVE WS-SYS-FPD-MESES-SAFRA TO SYS-PARM-FPD-MESES-SAFRA
           MOVE WS-SYS-FPD-MIN-CONTRATOS
               TO SYS-PARM-FPD-MIN-CONTRATOS
           MOVE WS-SYS-ISE-LIMITE-N2   TO SYS-PARM-ISE-LIMITE-N2
           MOVE WS-SYS-ALT-VENC-MESES  TO SYS-PARM-ALT-VENC-MESES
           MOVE WS-SYS-PORTAL-DIAS-QUITACAO
               TO SYS-PARM-PORTAL-DIAS-QUITACAO
           MOVE WS-SYS-DOSSIE-DIAS     TO SYS-PARM-DOSSIE-DIAS
           MOVE WS-SYS-SLA-HORA-FIM    TO SYS-PARM-SLA-HORA-FIM
           MOVE WS-SYS-SLA-PCT-TOLERA  TO SYS-PARM-SLA-PCT-TOLERA
           MOVE WS-SYS-SLA-MIN-SEGUNDOS
               TO SYS-PARM-SLA-MIN-SEGUNDOS
           MOVE WS-SYS-ACS-LIM-DIA     TO SYS-PARM-ACS-LIM-DIA
           MOVE WS-SYS-CNI-PRAZO-DIAS  TO SYS-PARM-CNI-PRAZO-DIAS
           MOVE WS-SYS-CBC-DIAS-FLOAT  TO SYS-PARM-CBC-DIAS-FLOAT
           MOVE WS-SYS-NEG-DIAS-ATRASO TO SYS-PARM-NEG-DIAS-ATRASO
           MOVE WS-SYS-NEG-DIAS-AVISO  TO SYS-PARM-NEG-DIAS-AVISO
           MOVE WS-SYS-NEG-DIAS-BAIXA  TO SYS-PARM-NEG-DIAS-BAIXA
           MOVE ZEROS                  TO SYS-PARM-EMPRESA
           MOVE WS-SYS-CHQ-TARIFA-DEV  TO SYS-PARM-CHQ-TARIFA-DEV
           MOVE WS-SYS-BALAO-PCT-MAX   TO SYS-PARM-BALAO-PCT-MAX
           MOVE WS-SYS-BALAO-DIAS-AVISO TO SYS-PARM-BALAO-DIAS-AVISO
           MOVE WS-SYS-RCD-MESES-GERAL TO SYS-PARM-RCD-MESES-GERAL
           MOVE WS-SYS-RCD-MESES-REDUZ TO SYS-PARM-RCD-MESES-REDUZ
           MOVE WS-SYS-RCD-EXPOSICAO   TO SYS-PARM-RCD-EXPOSICAO
           MOVE WS-SYS-RCD-DIAS-CARENCIA
               TO SYS-PARM-RCD-DIAS-CARENCIA
           MOVE WS-SYS-RST-LIMITE-APROV
               TO SYS-PARM-RST-LIMITE-APROV
           MOVE SYS-PARM-REGISTRO      TO WS-REG-SYS
           .

