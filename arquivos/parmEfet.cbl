      *          so a change staged for today is in force before the
      *          posting steps read the parameters, and can also be
      *          fired from the maintenance screen (parmMan).
      *          A change staged for one company lands on that
      *          company's row of SYSPARM.DAT (created on its first
      *          change); the first row stays the group's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03  WS-STG-IDX          PIC 9(03).
           03  WS-POS-INI          PIC 9(02).
           03  WS-ANTES            PIC X(08).
           03  WS-SYS-IDX          PIC 9(03).
           03  WS-SYS-ACHADO       PIC 9(03).

      *>   IMAGEM EM MEMORIA DOS DOIS ARQUIVOS DE PARAMETROS; QUEM
      *>   NAO EXISTE EM DISCO ENTRA AQUI COM OS DEFAULTS DO SHOP E
      *>   SO E CRIADO SE ALGUMA ALTERACAO O TOCAR.
       01  WS-REG-SYS              PIC X(250).
       01  WS-REG-IFS              PIC X(06).

      *>   SYSPARM.DAT INTEIRO: A LINHA 1 E A DO GRUPO, AS SEGUINTES
      *>   AS DAS EMPRESAS QUE TEM PARAMETRO PROPRIO.
       01  WS-QTD-SYS              PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-SYS.
           03  WS-TAB-SYS OCCURS 1 TO 99 TIMES
                   DEPENDING ON WS-QTD-SYS.
               05  WS-TAB-SYS-REG  PIC X(250).

           COPY SYSPARM.

           COPY PARMTAB.
                   NOT AT END
                       MOVE SYS-PARM-REGISTRO TO WS-REG-SYS
               END-READ
               MOVE 1 TO WS-QTD-SYS
               MOVE WS-REG-SYS TO WS-TAB-SYS-REG(1)
               PERFORM P205-LE-LINHA-EMPRESA
                   UNTIL WS-SYSPARM-STATUS NOT = "00"
                      OR WS-QTD-SYS = 99
               CLOSE SYSPARM-FILE
           ELSE
               PERFORM P220-MONTA-DEFAULTS-SYS
               MOVE 1 TO WS-QTD-SYS
               MOVE WS-REG-SYS TO WS-TAB-SYS-REG(1)
           END-IF
           .

       P205-LE-LINHA-EMPRESA.
           READ SYSPARM-FILE
               NOT AT END
                   ADD 1 TO WS-QTD-SYS
                   MOVE SYS-PARM-REGISTRO
                       TO WS-TAB-SYS-REG(WS-QTD-SYS)
           END-READ
           .

       P210-CARREGA-IFSPARM.
           OPEN INPUT IFSP-FILE
           IF WS-IFSP-STATUS = "00"
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

           COMPUTE WS-POS-INI = 9 - WS-DIC-TAM(WS-DIC-IDX)
           MOVE ALL "0" TO WS-ANTES
           IF PSG-ARQUIVO = "S"
               PERFORM P320-LINHA-DA-EMPRESA THRU P320-SAIDA
               MOVE WS-TAB-SYS-REG(WS-SYS-IDX) TO WS-REG-SYS
               MOVE WS-REG-SYS(WS-DIC-OFFSET(WS-DIC-IDX):
                               WS-DIC-TAM(WS-DIC-IDX))
                   TO WS-ANTES(WS-POS-INI:WS-DIC-TAM(WS-DIC-IDX))
                                   WS-DIC-TAM(WS-DIC-IDX))
                   TO WS-REG-SYS(WS-DIC-OFFSET(WS-DIC-IDX):
                                 WS-DIC-TAM(WS-DIC-IDX))
               MOVE WS-REG-SYS TO WS-TAB-SYS-REG(WS-SYS-IDX)
               MOVE "S" TO WS-MEXEU-SYS
           ELSE
               MOVE WS-REG-IFS(WS-DIC-OFFSET(WS-DIC-IDX):
           ADD 1 TO WS-TOTAL-APLICADAS
           DISPLAY "PARAMETRO EFETIVADO: " PSG-CAMPO
                   " DE " WS-ANTES " PARA " PSG-VALOR-NOVO
                   " EMPRESA " PSG-EMPRESA
           .
       P300-SAIDA.
           EXIT.

       P320-LINHA-DA-EMPRESA.
      *>   ALTERACAO SEM EMPRESA (OU 00) E DO GRUPO, NA LINHA 1. A
      *>   PRIMEIRA ALTERACAO DE UMA EMPRESA CRIA A LINHA DELA, COM
      *>   ZEROS NOS DEMAIS CAMPOS - ZERO E "USA O DO GRUPO".
           IF PSG-EMPRESA IS NOT NUMERIC
               MOVE ZEROS TO PSG-EMPRESA
           END-IF
           MOVE 1 TO WS-SYS-IDX
           IF PSG-EMPRESA = ZEROS
               GO TO P320-SAIDA
           END-IF
           MOVE ZEROS TO WS-SYS-ACHADO
           PERFORM VARYING WS-SYS-IDX FROM 2 BY 1
                   UNTIL WS-SYS-IDX > WS-QTD-SYS
               MOVE WS-TAB-SYS-REG(WS-SYS-IDX) TO SYS-PARM-REGISTRO
               IF SYS-PARM-EMPRESA = PSG-EMPRESA
                   MOVE WS-SYS-IDX TO WS-SYS-ACHADO
               END-IF
           END-PERFORM
           IF WS-SYS-ACHADO = ZEROS AND WS-QTD-SYS < 99
               ADD 1 TO WS-QTD-SYS
               MOVE ALL "0" TO SYS-PARM-REGISTRO
               MOVE PSG-EMPRESA TO SYS-PARM-EMPRESA
               MOVE SYS-PARM-REGISTRO TO WS-TAB-SYS-REG(WS-QTD-SYS)
               MOVE WS-QTD-SYS TO WS-SYS-ACHADO
           END-IF
           IF WS-SYS-ACHADO = ZEROS
               MOVE 1 TO WS-SYS-IDX
           ELSE
               MOVE WS-SYS-ACHADO TO WS-SYS-IDX
           END-IF
           .
       P320-SAIDA.
           EXIT.

       P310-PROCURA-CAMPO.
           IF WS-DIC-NOME(WS-DIC-IDX) = PSG-CAMPO
              AND WS-DIC-ARQUIVO(WS-DIC-IDX) = PSG-ARQUIVO
           MOVE WS-HORA-AGORA  TO PAU-HORA
           MOVE PSG-OPERADOR   TO PAU-OPERADOR
           MOVE PSG-APROVADOR  TO PAU-APROVADOR
           MOVE PSG-EMPRESA    TO PAU-EMPRESA
           WRITE PAU-REGISTRO
           CLOSE PAU-FILE
           .

       P700-REGRAVA-SYSPARM.
           OPEN OUTPUT SYSPARM-FILE
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-QTD-SYS
               MOVE WS-TAB-SYS-REG(WS-SYS-IDX) TO SYS-PARM-REGISTRO
               WRITE SYS-PARM-REGISTRO
           END-PERFORM
           CLOSE SYSPARM-FILE
           .

