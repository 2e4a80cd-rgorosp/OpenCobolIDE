      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ESTORNO DE MOVIMENTO DO CLIENTE (CFP001S4) - LISTA O
      *          HISTORICO DO CLIENTE NO MOVHIST.DAT (CFP001U8) E
      *          LANCA O MOVIMENTO INVERSO DO ESCOLHIDO, COM REFERENCIA
      *          AO ORIGINAL, MOTIVO E OPERADOR; O ORIGINAL FICA
      *          MARCADO ESTORNADO E NAO PODE SER ESTORNADO DE NOVO.
      *          NOS MOLDES DO ESTCOBRA: EXIGE OPERADOR COM NIVEL
      *          SUPERVISOR NO FINANCEIRO (OP-NIVEL-FINAN = 3,
      *          CONFERIDO NA SESSAO DO SESSOPER), PEDE MOTIVO
      *          OBRIGATORIO E REGISTRA AS IMAGENS ANTES/DEPOIS DO
      *          CLIENTE NO JORNAL DOS MESTRES (JORNMAST), DE ONDE O
      *          RECFORW REAPLICA NORMALMENTE.
      *          O SALDO APOS O ESTORNO SEGUE AS REGRAS DO BATPGM1:
      *          ESTORNO DE CREDITO QUE ESTOURA O LIMITE BLOQUEIA A
      *          CONTA, ESTORNO DE DEBITO QUE A TRAZ DE VOLTA AO
      *          LIMITE DESBLOQUEIA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMOVCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CLIENTE
                  ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CLI
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U8 ASSIGN TO "C:/ARQUIVOS/MOVHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MC-CHAVE
                  FILE STATUS  IS WS-FS-MOV
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S4.
           COPY REGCLIEN.
       FD  CFP001U8.
           COPY REGMOVCL.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-FIM-MOV         PIC X(01) VALUE 'N'.
           03 WS-MOV-GRAVADO     PIC X(01) VALUE 'N'.
           03 WS-QT-LISTADOS     PIC 9(05) VALUE ZEROS.
           03 WS-RW-MOV          PIC 9(05) VALUE ZEROS.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-TS-PEDIDO       PIC 9(14) VALUE ZEROS.
           03 WS-SEQ-PEDIDO      PIC 9(03) VALUE ZEROS.
           03 WS-JUSTIFICATIVA   PIC X(40) VALUE SPACES.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-ED-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           03 WS-ED-SALDO        PIC -.---.--9,99.
           03 WS-ED-SITUACAO     PIC X(09) VALUE SPACES.

      * MOVIMENTO ORIGINAL GUARDADO PARA O LANCAMENTO INVERSO
       01  WS-ORIGINAL.
           03 WS-OR-CHAVE.
              05 WS-OR-ID-CLIENTE   PIC 9(05) VALUE ZEROS.
              05 WS-OR-TIMESTAMP    PIC 9(14) VALUE ZEROS.
              05 WS-OR-SEQUENCIA    PIC 9(03) VALUE ZEROS.
           03 WS-OR-TP-MOVIMENTO    PIC X(01) VALUE SPACES.
           03 WS-OR-VALOR           PIC 9(07)V99 VALUE ZEROS.

      * CHAVE DO ESTORNO GRAVADO, REFERENCIADA NO ORIGINAL
       01  WS-ESTORNO.
           03 WS-ES-TIMESTAMP       PIC 9(14) VALUE ZEROS.
           03 WS-ES-SEQUENCIA       PIC 9(03) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-SS-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-SS-OPERADOR     PIC X(08) VALUE SPACES.
           03 WS-SS-NV-CONTATOS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-ALUNOS    PIC X(01) VALUE '0'.
           03 WS-SS-NV-MATERIAS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-FINAN     PIC X(01) VALUE '0'.
           03 WS-SS-NV-BATCH     PIC X(01) VALUE '0'.
           03 WS-SS-ID-PROF      PIC 9(03) VALUE ZEROS.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O JORNAL DOS MESTRES (JORNMAST)
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO     PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES        PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS       PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM     PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P020-AUTORIZA THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-ESTORNAR THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ESTMOVCL' TO WS-LY-PROGRAMA
            MOVE 'CLIENTES' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CLIENTES TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> ESTORNO E OPERACAO DE SUPERVISOR: SEM NIVEL 3 NO
      * >>> FINANCEIRO, O PROGRAMA NEM ABRE OS ARQUIVOS
       S020 SECTION.
       P020-AUTORIZA.
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-LOGADO NOT = 'S'
               OR WS-SS-NV-FINAN < '3'
               DISPLAY 'ESTORNO EXIGE SUPERVISOR DO FINANCEIRO!'
               GOBACK
            END-IF.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001S4
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MOVHIST.DAT (NENHUM MOVIMENTO GRAVADO) NAO HA O QUE
      * >>> ESTORNAR
            OPEN I-O CFP001U8
            IF WS-FS-MOV = 35
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - NADA A ESTORNAR!'
               CLOSE CFP001S4
               GOBACK
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-ESTORNAR.
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P120-UM-ESTORNO THRU P120-EXIT
               DISPLAY 'DESEJA ESTORNAR OUTRO MOVIMENTO, (S)SIM'
                       ' (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       P120-UM-ESTORNO.
            DISPLAY ' '
            DISPLAY 'DIGITE O ID DO CLIENTE COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
                 INVALID KEY
                      DISPLAY 'CLIENTE INEXISTENTE!'
                      GO TO P120-EXIT
            END-READ
            DISPLAY 'CLIENTE: ' NM-CLIENTE
            MOVE SD-CLIENTE TO WS-ED-SALDO
            DISPLAY 'SALDO ATUAL: ' WS-ED-SALDO

            PERFORM P140-LISTA-HISTORICO THRU P140-EXIT
            IF WS-QT-LISTADOS = ZEROS
               DISPLAY 'CLIENTE SEM MOVIMENTOS NO HISTORICO!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DIGITE O TIMESTAMP DO MOVIMENTO'
                    ' (AAAAMMDDHHMMSS): '
            ACCEPT WS-TS-PEDIDO
            DISPLAY 'DIGITE A SEQUENCIA DO MOVIMENTO (3 DIGITOS): '
            ACCEPT WS-SEQ-PEDIDO

            MOVE WS-ID-PEDIDO  TO MC-ID-CLIENTE
            MOVE WS-TS-PEDIDO  TO MC-TIMESTAMP
            MOVE WS-SEQ-PEDIDO TO MC-SEQUENCIA
            READ CFP001U8
                 KEY IS MC-CHAVE
                 INVALID KEY
                      DISPLAY 'MOVIMENTO INEXISTENTE!'
                      GO TO P120-EXIT
            END-READ

            IF MOVCL-ESTORNADO
               DISPLAY 'MOVIMENTO JA ESTORNADO EM ' MC-REF-TIMESTAMP
                       '/' MC-REF-SEQUENCIA
               GO TO P120-EXIT
            END-IF
            IF MOVCL-ESTORNO
               DISPLAY 'MOVIMENTO E UM ESTORNO - NAO PODE SER'
                       ' ESTORNADO!'
               GO TO P120-EXIT
            END-IF

            MOVE MC-CHAVE        TO WS-OR-CHAVE
            MOVE MC-TP-MOVIMENTO TO WS-OR-TP-MOVIMENTO
            MOVE MC-VALOR        TO WS-OR-VALOR
            MOVE MC-VALOR        TO WS-ED-VALOR
            IF MOVCL-CREDITO
               DISPLAY 'ESTORNO DO CREDITO DE ' WS-ED-VALOR
                       ' - O SALDO SERA DEBITADO'
            ELSE
               DISPLAY 'ESTORNO DO DEBITO DE ' WS-ED-VALOR
                       ' - O SALDO SERA CREDITADO'
            END-IF
            DISPLAY 'DIGITE O MOTIVO DO ESTORNO: '
            MOVE SPACES TO WS-JUSTIFICATIVA
            ACCEPT WS-JUSTIFICATIVA
            PERFORM UNTIL WS-JUSTIFICATIVA NOT = SPACES
               DISPLAY 'MOTIVO E OBRIGATORIO! DIGITE: '
               ACCEPT WS-JUSTIFICATIVA
            END-PERFORM

            DISPLAY 'CONFIRMA O ESTORNO, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'ESTORNO ABANDONADO'
               GO TO P120-EXIT
            END-IF

            PERFORM P160-ATUALIZA-CLIENTE THRU P160-EXIT
            PERFORM P170-GRAVA-ESTORNO THRU P170-EXIT
            PERFORM P180-MARCA-ORIGINAL THRU P180-EXIT
            ADD 1 TO WS-RW-MOV
            MOVE SD-CLIENTE TO WS-ED-SALDO
            DISPLAY 'MOVIMENTO ESTORNADO - NOVO SALDO: ' WS-ED-SALDO.
       P120-EXIT.
            EXIT.

      * >>> LISTA O HISTORICO DO CLIENTE EM ORDEM DE GRAVACAO, COM A
      * >>> CHAVE QUE O OPERADOR DIGITA PARA ESCOLHER O MOVIMENTO
       P140-LISTA-HISTORICO.
            MOVE ZEROS        TO WS-QT-LISTADOS
            MOVE 'N'          TO WS-FIM-MOV
            MOVE WS-ID-PEDIDO TO MC-ID-CLIENTE
            MOVE ZEROS        TO MC-TIMESTAMP
            MOVE ZEROS        TO MC-SEQUENCIA
            START CFP001U8 KEY IS NOT LESS MC-CHAVE
                  INVALID KEY
                       GO TO P140-EXIT
            END-START
            DISPLAY 'TIMESTAMP      SEQ TP         VALOR'
                    '        SALDO SITUACAO'
            PERFORM P150-LISTA-MOVIMENTO THRU P150-EXIT
                    UNTIL WS-FIM-MOV = 'S'.
       P140-EXIT.
            EXIT.

       P150-LISTA-MOVIMENTO.
            READ CFP001U8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-MOV
                      GO TO P150-EXIT
            END-READ
            IF MC-ID-CLIENTE NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-MOV
               GO TO P150-EXIT
            END-IF
            ADD 1 TO WS-QT-LISTADOS
            MOVE MC-VALOR TO WS-ED-VALOR
            MOVE MC-SALDO TO WS-ED-SALDO
            EVALUATE TRUE
                WHEN MOVCL-ESTORNADO
                     MOVE 'ESTORNADO' TO WS-ED-SITUACAO
                WHEN MOVCL-ESTORNO
                     MOVE 'ESTORNO'   TO WS-ED-SITUACAO
                WHEN OTHER
                     MOVE SPACES      TO WS-ED-SITUACAO
            END-EVALUATE
            IF MOVCL-COM-SALDO
               DISPLAY MC-TIMESTAMP ' ' MC-SEQUENCIA ' '
                       MC-TP-MOVIMENTO ' ' WS-ED-VALOR ' '
                       WS-ED-SALDO ' ' WS-ED-SITUACAO
            ELSE
               DISPLAY MC-TIMESTAMP ' ' MC-SEQUENCIA ' '
                       MC-TP-MOVIMENTO ' ' WS-ED-VALOR
                       '              ' WS-ED-SITUACAO
            END-IF.
       P150-EXIT.
            EXIT.

      * >>> APLICA O INVERSO NO SALDO DO CLIENTE E JORNALIZA AS
      * >>> IMAGENS ANTES/DEPOIS PARA O RECFORW
       P160-ATUALIZA-CLIENTE.
            MOVE WS-ID-PEDIDO TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
            END-READ
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001S4'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE REG-CLIENTES TO WS-JR-ANTES
            IF WS-OR-TP-MOVIMENTO = 'C'
               SUBTRACT WS-OR-VALOR FROM SD-CLIENTE
               IF LIM-CLIENTE > ZEROS
                  AND SD-CLIENTE < ZEROS - LIM-CLIENTE
                  AND NOT CLIENTE-BLOQUEADO
                  SET CLIENTE-BLOQUEADO TO TRUE
                  DISPLAY 'ESTORNO ESTOUROU O LIMITE - CONTA'
                          ' BLOQUEADA'
               END-IF
            ELSE
               ADD WS-OR-VALOR TO SD-CLIENTE
               IF CLIENTE-BLOQUEADO
                  AND SD-CLIENTE NOT < ZEROS - LIM-CLIENTE
                  SET CLIENTE-ATIVO TO TRUE
                  DISPLAY 'CONTA DESBLOQUEADA'
               END-IF
            END-IF
            REWRITE REG-CLIENTES
            END-REWRITE
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S4'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE REG-CLIENTES TO WS-JR-DEPOIS
            MOVE 'CLIENTES'   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> MOVIMENTO INVERSO COM REFERENCIA AO ORIGINAL, MOTIVO,
      * >>> OPERADOR E O SALDO APOS O ESTORNO
       P170-GRAVA-ESTORNO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            INITIALIZE REG-CFP001U8
            MOVE WS-ID-PEDIDO           TO MC-ID-CLIENTE
            MOVE WS-CURRENT-DATE(1:14)  TO MC-TIMESTAMP
            MOVE ZEROS                  TO MC-SEQUENCIA
            IF WS-OR-TP-MOVIMENTO = 'C'
               SET MOVCL-DEBITO         TO TRUE
            ELSE
               SET MOVCL-CREDITO        TO TRUE
            END-IF
            MOVE WS-OR-VALOR            TO MC-VALOR
            MOVE SD-CLIENTE             TO MC-SALDO
            MOVE 'S'                    TO MC-SALDO-GRAVADO
            SET MOVCL-ESTORNO           TO TRUE
            SET MOVCL-NORMAL            TO TRUE
            MOVE WS-OR-TIMESTAMP        TO MC-REF-TIMESTAMP
            MOVE WS-OR-SEQUENCIA        TO MC-REF-SEQUENCIA
            MOVE WS-JUSTIFICATIVA       TO MC-MOTIVO
            MOVE WS-SS-OPERADOR         TO MC-OPERADOR
            MOVE 'N' TO WS-MOV-GRAVADO
            PERFORM P175-GRAVA-HISTORICO THRU P175-EXIT
                    UNTIL WS-MOV-GRAVADO = 'S'
            MOVE MC-TIMESTAMP  TO WS-ES-TIMESTAMP
            MOVE MC-SEQUENCIA  TO WS-ES-SEQUENCIA.
       P170-EXIT.
            EXIT.

      * >>> DOIS MOVIMENTOS DO CLIENTE NO MESMO SEGUNDO SE SEPARAM
      * >>> PELA SEQUENCIA DA CHAVE
       P175-GRAVA-HISTORICO.
            WRITE REG-CFP001U8
                  INVALID KEY
                       CONTINUE
            END-WRITE
            IF WS-FS-MOV = 22 AND MC-SEQUENCIA < 999
               ADD 1 TO MC-SEQUENCIA
               GO TO P175-EXIT
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U8'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S' TO WS-MOV-GRAVADO.
       P175-EXIT.
            EXIT.

      * >>> O ORIGINAL FICA ESTORNADO, APONTANDO PARA O ESTORNO
       P180-MARCA-ORIGINAL.
            MOVE WS-OR-CHAVE TO MC-CHAVE
            READ CFP001U8
                 KEY IS MC-CHAVE
            END-READ
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001U8'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            SET MOVCL-ESTORNADO     TO TRUE
            MOVE WS-ES-TIMESTAMP    TO MC-REF-TIMESTAMP
            MOVE WS-ES-SEQUENCIA    TO MC-REF-SEQUENCIA
            MOVE WS-JUSTIFICATIVA   TO MC-MOTIVO
            REWRITE REG-CFP001U8
            END-REWRITE
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U8'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P180-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S4
            CLOSE CFP001U8
            IF WS-FS-CLI NOT = 00 THEN
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S4'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA ESTMOVCL'
            DISPLAY '**********************************'
            DISPLAY ' MENSAGEM: ' WS-MSG2
            DISPLAY ' CODIGO..: ' WS-MSG1
            DISPLAY '**********************************'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '**********************************'
            MOVE 8 TO RETURN-CODE
            GOBACK.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'ESTMOVCL' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA ESTMOVCL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE ESTORNOS EFETUADOS: ' WS-RW-MOV
            DISPLAY '--------------------------------------'
            MOVE 'ESTMOVCL' TO WS-LG-PROGRAMA
            MOVE 'ESTORNOS CLIENT' TO WS-LG-CONTADOR
            MOVE WS-RW-MOV TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM ESTMOVCL.
