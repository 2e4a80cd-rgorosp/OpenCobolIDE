      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DO SALDO DE CREDITO DA
      *          FAMILIA - MANTEM, NO ARQUIVO INDEXADO CREDITOS.DAT
      *          (CFP001T1), CADA VALOR RECEBIDO ALEM DO TOTAL DEVIDO
      *          (PAGCOBRA / RETBANCO), LIGADO AO ALUNO E AO
      *          RESPONSAVEL FINANCEIRO ('RF' NO RESPALUN.DAT) DA
      *          EPOCA. O SALDO DA FAMILIA E A SOMA DOS CREDITOS
      *          DISPONIVEIS DO RESPONSAVEL MAIS OS DO PROPRIO ALUNO
      *          (CREDITO GRAVADO QUANDO O ALUNO NAO TINHA 'RF').
      *          GERCOBRA E CADCOBAV CONSOMEM O SALDO NAS COBRANCAS
      *          QUE CRIAM; RELEXTRF E CON360RF EXIBEM O DISPONIVEL.
      *          FUNCOES (LK-FUNCAO):
      *            G = GRAVA UM CREDITO DE LK-VALOR PARA O ALUNO
      *            U = USA ATE LK-VALOR DO SALDO, DEVOLVE LK-VL-USADO
      *            S = CONSULTA O SALDO DISPONIVEL EM LK-VL-SALDO
      *            X = CANCELA O SALDO NAO USADO DOS CREDITOS GERADOS
      *                PELA COBRANCA LK-ID-ALUNO/LK-ANO-MES/LK-NR-SEQ
      *                (ESTORNO); DEVOLVE EM LK-VALOR O CANCELADO E EM
      *                LK-VL-USADO O QUE JA TINHA SIDO CONSUMIDO
      *          SEM LK-ID-CONTATO, O RESPONSAVEL E BUSCADO PELO ALUNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDFAMI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T1 ASSIGN TO "C:/ARQUIVOS/CREDITOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-ID-CONTATO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CRE
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T1.
           COPY REGCREDI.
       FD  CFP001SL.
           COPY REGRESP.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CRE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-RESP        PIC X(01) VALUE 'N'.
           03 WS-FIM-CRE         PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-PROX-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-DISPONIVEL      PIC 9(05)V99 VALUE ZEROS.
           03 WS-A-USAR          PIC 9(07)V99 VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

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

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-FUNCAO          PIC X(01).
           03 LK-ID-ALUNO        PIC 9(05).
           03 LK-ID-CONTATO      PIC 9(05).
           03 LK-ANO-MES         PIC 9(06).
           03 LK-NR-SEQ          PIC 9(02).
           03 LK-PD-SEQ          PIC 9(03).
           03 LK-DT-MOVIMENTO    PIC 9(08).
           03 LK-ORIGEM          PIC X(01).
           03 LK-VALOR           PIC 9(07)V99.
           03 LK-VL-USADO        PIC 9(07)V99.
           03 LK-VL-SALDO        PIC 9(07)V99.
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-VL-USADO LK-VL-SALDO
            PERFORM P050-ABRIR THRU P050-EXIT
            IF LK-MENSAGEM NOT = SPACES
               GOBACK
            END-IF
            IF LK-ID-CONTATO = ZEROS
               AND LK-ID-ALUNO NOT = ZEROS
               PERFORM P080-RESPONSAVEL THRU P080-EXIT
            END-IF

            EVALUATE LK-FUNCAO
                WHEN 'G'
                  PERFORM P200-GRAVAR THRU P200-EXIT
                WHEN 'U'
                  MOVE LK-VALOR TO WS-A-USAR
                  PERFORM P300-PERCORRER THRU P300-EXIT
                WHEN 'S'
                  MOVE ZEROS TO WS-A-USAR
                  PERFORM P300-PERCORRER THRU P300-EXIT
                WHEN 'X'
                  PERFORM P500-CANCELAR THRU P500-EXIT
                WHEN OTHER
                  MOVE 'FUNCAO INVALIDA NO CREDFAMI' TO LK-MENSAGEM
            END-EVALUATE

            PERFORM P700-FECHAR THRU P700-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001T1
            IF WS-FS-CRE = 35 THEN
               OPEN OUTPUT CFP001T1
               CLOSE CFP001T1
               OPEN I-O CFP001T1
            END-IF
            IF WS-FS-CRE NOT = 00
               MOVE 'ERRO ABERTURA DO ARQUIVO CREDITOS.DAT'
                    TO LK-MENSAGEM
               GO TO P050-EXIT
            END-IF

            MOVE 'N' TO WS-SEM-RESP
            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE 'S' TO WS-SEM-RESP
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> O CREDITO E DA FAMILIA: PROCURA O RESPONSAVEL FINANCEIRO
      * >>> ('RF') DO ALUNO PELA CHAVE ALTERNATIVA DO RESPALUN.DAT
       S080 SECTION.
       P080-RESPONSAVEL.
            IF WS-SEM-RESP = 'S'
               GO TO P080-EXIT
            END-IF
            MOVE 'N'         TO WS-FIM-RSP
            MOVE LK-ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RSP
            END-START
            PERFORM P090-LER-VINCULO THRU P090-EXIT
                    UNTIL WS-FIM-RSP = 'S'.
       P080-EXIT.
            EXIT.

       P090-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P090-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = LK-ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P090-EXIT
            END-IF
            IF RESP-FINANCEIRO
               MOVE RL-ID-CONTATO TO LK-ID-CONTATO
               MOVE 'S'           TO WS-FIM-RSP
            END-IF.
       P090-EXIT.
            EXIT.

      * >>> NOVO CREDITO NA PROXIMA SEQUENCIA LIVRE DO ALUNO
       S200 SECTION.
       P200-GRAVAR.
            IF LK-VALOR NOT > ZEROS
               MOVE 'VALOR DO CREDITO DEVE SER MAIOR QUE ZERO'
                    TO LK-MENSAGEM
               GO TO P200-EXIT
            END-IF
            MOVE ZEROS       TO WS-PROX-SEQ
            MOVE 'N'         TO WS-FIM-CRE
            MOVE LK-ID-ALUNO TO CR-ID-ALUNO
            MOVE ZEROS       TO CR-SEQUENCIA
            START CFP001T1 KEY IS NOT LESS CR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CRE
            END-START
            PERFORM P210-ULTIMA-SEQ THRU P210-EXIT
                    UNTIL WS-FIM-CRE = 'S'

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

            INITIALIZE REG-CFP001T1
            MOVE LK-ID-ALUNO     TO CR-ID-ALUNO
            ADD 1                TO WS-PROX-SEQ
            MOVE WS-PROX-SEQ     TO CR-SEQUENCIA
            MOVE LK-ID-CONTATO   TO CR-ID-CONTATO
            MOVE LK-DT-MOVIMENTO TO CR-DT-CREDITO
            IF LK-DT-MOVIMENTO = ZEROS
               MOVE WS-CURRENT-DATE(1:8) TO CR-DT-CREDITO
            END-IF
            MOVE LK-ANO-MES      TO CR-ORIGEM-ANO-MES
            MOVE LK-NR-SEQ       TO CR-ORIGEM-NR-SEQ
            MOVE LK-PD-SEQ       TO CR-ORIGEM-PD-SEQ
            MOVE LK-ORIGEM       TO CR-ORIGEM
            MOVE LK-VALOR        TO CR-VALOR
            MOVE ZEROS           TO CR-VALOR-USADO
            MOVE ZEROS           TO CR-DT-ULTIMO-USO
            SET CREDITO-DISPONIVEL TO TRUE
            MOVE WS-SS-OPERADOR  TO CR-OPERADOR
            WRITE REG-CFP001T1
                  INVALID KEY
                       MOVE 'CREDITO NAO GRAVADO NO CREDITOS.DAT'
                            TO LK-MENSAGEM
            END-WRITE.
       P200-EXIT.
            EXIT.

       P210-ULTIMA-SEQ.
            READ CFP001T1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CRE
                      GO TO P210-EXIT
            END-READ
            IF CR-ID-ALUNO NOT = LK-ID-ALUNO
               MOVE 'S' TO WS-FIM-CRE
            ELSE
               MOVE CR-SEQUENCIA TO WS-PROX-SEQ
            END-IF.
       P210-EXIT.
            EXIT.

      * >>> PERCORRE OS CREDITOS DA FAMILIA: PRIMEIRO OS DO
      * >>> RESPONSAVEL (CHAVE ALTERNATIVA), DEPOIS OS DO PROPRIO ALUNO
      * >>> QUE NAO ESTAO NO RESPONSAVEL. COM WS-A-USAR > ZEROS CONSOME
      * >>> O SALDO (MAIS ANTIGO PRIMEIRO); SEMPRE DEVOLVE O SALDO QUE
      * >>> SOBRA EM LK-VL-SALDO
       S300 SECTION.
       P300-PERCORRER.
            IF LK-ID-CONTATO NOT = ZEROS
               MOVE 'N'           TO WS-FIM-CRE
               MOVE LK-ID-CONTATO TO CR-ID-CONTATO
               START CFP001T1 KEY IS EQUAL CR-ID-CONTATO
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-CRE
               END-START
               PERFORM P310-LER-CONTATO THRU P310-EXIT
                       UNTIL WS-FIM-CRE = 'S'
            END-IF

            IF LK-ID-ALUNO NOT = ZEROS
               MOVE 'N'         TO WS-FIM-CRE
               MOVE LK-ID-ALUNO TO CR-ID-ALUNO
               MOVE ZEROS       TO CR-SEQUENCIA
               START CFP001T1 KEY IS NOT LESS CR-CHAVE
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-CRE
               END-START
               PERFORM P320-LER-ALUNO THRU P320-EXIT
                       UNTIL WS-FIM-CRE = 'S'
            END-IF.
       P300-EXIT.
            EXIT.

       P310-LER-CONTATO.
            READ CFP001T1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CRE
                      GO TO P310-EXIT
            END-READ
            IF CR-ID-CONTATO NOT = LK-ID-CONTATO
               MOVE 'S' TO WS-FIM-CRE
               GO TO P310-EXIT
            END-IF
            PERFORM P350-UM-CREDITO THRU P350-EXIT.
       P310-EXIT.
            EXIT.

       P320-LER-ALUNO.
            READ CFP001T1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CRE
                      GO TO P320-EXIT
            END-READ
            IF CR-ID-ALUNO NOT = LK-ID-ALUNO
               MOVE 'S' TO WS-FIM-CRE
               GO TO P320-EXIT
            END-IF
            IF LK-ID-CONTATO NOT = ZEROS
               AND CR-ID-CONTATO = LK-ID-CONTATO
               GO TO P320-EXIT
            END-IF
            PERFORM P350-UM-CREDITO THRU P350-EXIT.
       P320-EXIT.
            EXIT.

       P350-UM-CREDITO.
            IF NOT CREDITO-DISPONIVEL
               GO TO P350-EXIT
            END-IF
            COMPUTE WS-DISPONIVEL = CR-VALOR - CR-VALOR-USADO
            IF WS-A-USAR = ZEROS
               ADD WS-DISPONIVEL TO LK-VL-SALDO
               GO TO P350-EXIT
            END-IF

            IF WS-DISPONIVEL > WS-A-USAR
               MOVE WS-A-USAR TO WS-DISPONIVEL
            END-IF
            ADD WS-DISPONIVEL      TO CR-VALOR-USADO
            ADD WS-DISPONIVEL      TO LK-VL-USADO
            SUBTRACT WS-DISPONIVEL FROM WS-A-USAR
            MOVE LK-DT-MOVIMENTO   TO CR-DT-ULTIMO-USO
            IF CR-VALOR-USADO NOT LESS CR-VALOR
               SET CREDITO-UTILIZADO TO TRUE
            END-IF
            REWRITE REG-CFP001T1
                  INVALID KEY
                       MOVE 'CREDITO NAO ATUALIZADO NO CREDITOS.DAT'
                            TO LK-MENSAGEM
            END-REWRITE
            COMPUTE WS-DISPONIVEL = CR-VALOR - CR-VALOR-USADO
            ADD WS-DISPONIVEL TO LK-VL-SALDO.
       P350-EXIT.
            EXIT.

      * >>> ESTORNO DA COBRANCA QUE GEROU O CREDITO: O SALDO AINDA NAO
      * >>> USADO E CANCELADO; O QUE JA FOI CONSUMIDO EM OUTRA COBRANCA
      * >>> FICA, E O CHAMADOR E AVISADO PELO LK-VL-USADO
       S500 SECTION.
       P500-CANCELAR.
            MOVE ZEROS       TO LK-VALOR
            MOVE 'N'         TO WS-FIM-CRE
            MOVE LK-ID-ALUNO TO CR-ID-ALUNO
            MOVE ZEROS       TO CR-SEQUENCIA
            START CFP001T1 KEY IS NOT LESS CR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CRE
            END-START
            PERFORM P510-UM-CANCELAMENTO THRU P510-EXIT
                    UNTIL WS-FIM-CRE = 'S'.
       P500-EXIT.
            EXIT.

       P510-UM-CANCELAMENTO.
            READ CFP001T1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CRE
                      GO TO P510-EXIT
            END-READ
            IF CR-ID-ALUNO NOT = LK-ID-ALUNO
               MOVE 'S' TO WS-FIM-CRE
               GO TO P510-EXIT
            END-IF
            IF CR-ORIGEM-ANO-MES NOT = LK-ANO-MES
               OR CR-ORIGEM-NR-SEQ NOT = LK-NR-SEQ
               OR CREDITO-CANCELADO
               OR CREDITO-ESTORNO
               GO TO P510-EXIT
            END-IF
            COMPUTE WS-DISPONIVEL = CR-VALOR - CR-VALOR-USADO
            ADD WS-DISPONIVEL  TO LK-VALOR
            ADD CR-VALOR-USADO TO LK-VL-USADO
            IF CR-VALOR-USADO = ZEROS
               SET CREDITO-CANCELADO TO TRUE
            ELSE
               MOVE CR-VALOR-USADO TO CR-VALOR
               SET CREDITO-UTILIZADO TO TRUE
            END-IF
            REWRITE REG-CFP001T1
                  INVALID KEY
                       MOVE 'CREDITO NAO CANCELADO NO CREDITOS.DAT'
                            TO LK-MENSAGEM
            END-REWRITE.
       P510-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T1
            IF WS-SEM-RESP = 'N'
               CLOSE CFP001SL
            END-IF.
       P700-EXIT.
            EXIT.
       END PROGRAM CREDFAMI.
