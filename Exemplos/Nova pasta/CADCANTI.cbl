      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONTA PRE-PAGA DA CANTINA - A CONTA DA CANTINA E UM
      *          CLIENTE DO CLIENTES.DAT (CFP001S4) LIGADO AO ALUNO E
      *          AO SEU RESPONSAVEL FINANCEIRO (RESPALUN.DAT, TIPO RF)
      *          PELO CANTINA.DAT (CFP001U7). OPCOES:
      *            1 - ABRIR A CONTA (CLIENTE NOVO COM O NOME DO ALUNO
      *                OU VINCULO DE UM CLIENTE JA EXISTENTE), COM O
      *                LIMITE NEGATIVO TOLERADO E O SALDO MINIMO QUE
      *                DISPARA O AVISO NOTURNO AO RESPONSAVEL (AVISCANT)
      *            2 - RECARGA: CREDITA O SALDO DO CLIENTE E GRAVA O
      *                RECIBO NO PAGDETAL.DAT (CAIXA, COM A FORMA)
      *                SOBRE UMA COBRANCA AVULSA TIPO 'CA' JA QUITADA
      *                (PRIMEIRA SEQUENCIA LIVRE A PARTIR DE 01 NA
      *                COMPETENCIA CORRENTE), PARA O FECHCAIX E O
      *                EXPCONTA ENXERGAREM O DINHEIRO; O MOVIMENTO VAI
      *                TAMBEM PARA O MOVCLIEN.TXT, COMO NOS LANCAMENTOS
      *                DO BATPGM1.
      *                CONTA BLOQUEADA PELO BATPGM1 VOLTA A ATIVA QUANDO
      *                A RECARGA TRAZ O SALDO PARA DENTRO DO LIMITE
      *            3 - CONSULTA DA CONTA DO ALUNO
      *          AS VENDAS DA CANTINA ENTRAM COMO DEBITOS PELO VENDCANT
      *          + BATPGM1
      * Update: 15-10-26 - LINHA DO MOVCLIEN.TXT EM 80 POSICOES, COMO
      *         NO BATPGM1 (SALDO APOS O MOVIMENTO SEM TRUNCAR)
      * Update: 15-10-26 - A RECARGA VAI PARA O HISTORICO INDEXADO
      *         MOVHIST.DAT (CFP001U8, ORIGEM 'R'), NO LUGAR DO
      *         MOVCLIEN.TXT, COMO NO BATPGM1
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANTI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U7 ASSIGN TO "C:/ARQUIVOS/CANTINA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CN-ID-CLIENTE
                  ALTERNATE RECORD KEY IS CN-ID-ALUNO
                  FILE STATUS  IS WS-FS-CAN
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CLIENTE
                  ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CLI
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U8 ASSIGN TO "C:/ARQUIVOS/MOVHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MC-CHAVE
                  FILE STATUS  IS WS-FS-MOV
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U7.
           COPY REGCANTI.
       FD  CFP001S4.
           COPY REGCLIEN.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001U8.
           COPY REGMOVCL.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-SEM-VINCULOS    PIC X(01) VALUE 'N'.
           03 WS-SEM-CONTATOS    PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-TEM-CONTA       PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-ID-CLIENTE      PIC 9(05) VALUE ZEROS.
           03 WS-ID-CONTATO      PIC 9(05) VALUE ZEROS.
           03 WS-CLIENTE-NOVO    PIC X(01) VALUE 'N'.
           03 WS-LIMITE          PIC 9(07)V99 VALUE ZEROS.
           03 WS-VL-MINIMO       PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-RECARGA      PIC 9(05)V99 VALUE ZEROS.
           03 WS-MOV-GRAVADO     PIC X(01) VALUE 'N'.
           03 WS-FORMA           PIC X(01) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-RW-CONTAS       PIC 9(05) VALUE ZEROS.
           03 WS-RW-RECARGAS     PIC 9(05) VALUE ZEROS.
           03 WS-VL-RECARGAS     PIC 9(09)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM O FECHAMENTO FINANCEIRO (VERFECHA)
       01  WS-FECHA-AREA.
           03 WS-FC-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-FC-FECHADA       PIC X(01) VALUE 'N'.
           03 WS-FC-MENSAGEM      PIC X(40) VALUE SPACES.

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
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            MOVE WS-DT-HOJE(1:6)       TO WS-ANO-MES
            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADCANTI' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'PAGDETAL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-PAGDETAL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001U7
            IF WS-FS-CAN = 35 THEN
               OPEN OUTPUT CFP001U7
               CLOSE CFP001U7
               OPEN I-O CFP001U7
            END-IF
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S4
            IF WS-FS-CLI = 35 THEN
               OPEN OUTPUT CFP001S4
               CLOSE CFP001S4
               OPEN I-O CFP001S4
            END-IF
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE 'S' TO WS-SEM-VINCULOS
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE 'S' TO WS-SEM-CONTATOS
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SM
            IF WS-FS-DET = 35 THEN
               OPEN OUTPUT CFP001SM
               CLOSE CFP001SM
               OPEN I-O CFP001SM
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U8
            IF WS-FS-MOV = 35 THEN
               OPEN OUTPUT CFP001U8
               CLOSE CFP001U8
               OPEN I-O CFP001U8
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MANUTENCAO.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY 'CONTA DA CANTINA: <1> ABRIR  <2> RECARGA'
                       '  <3> CONSULTAR'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-ABRIR-CONTA THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-RECARGA THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-CONSULTA THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO NA CANTINA, (S)SIM'
                       ' (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA O ALUNO (ATIVO) E A SUA CONTA NA CANTINA, PELA
      * >>> CHAVE ALTERNATIVA CN-ID-ALUNO DO CFP001U7
       P150-ALUNO.
            MOVE 'N' TO WS-VALIDO
            MOVE 'N' TO WS-TEM-CONTA
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      GO TO P150-EXIT
            END-READ
            DISPLAY 'ALUNO: ' NM-ALUNO '  TURMA: ' TU-ALUNO
            MOVE 'S' TO WS-VALIDO

            MOVE WS-ID-PEDIDO TO CN-ID-ALUNO
            READ CFP001U7
                 KEY IS CN-ID-ALUNO
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-TEM-CONTA
            MOVE CN-ID-CLIENTE TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
                 INVALID KEY
                      DISPLAY 'CLIENTE ' CN-ID-CLIENTE
                              ' DA CONTA NAO ENCONTRADO!'
                      MOVE 'N' TO WS-VALIDO
            END-READ.
       P150-EXIT.
            EXIT.

      * >>> RESPONSAVEL FINANCEIRO (RF) VINCULADO AO ALUNO
       P160-RESPONSAVEL.
            MOVE ZEROS TO WS-ID-CONTATO
            IF WS-SEM-VINCULOS = 'S'
               GO TO P160-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-RSP
            MOVE WS-ID-PEDIDO TO RL-ID-ALUNO
            START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RSP
            END-START
            PERFORM P170-LER-VINCULO THRU P170-EXIT
                    UNTIL WS-FIM-RSP = 'S'.
       P160-EXIT.
            EXIT.

       P170-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P170-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P170-EXIT
            END-IF
            IF RESP-FINANCEIRO
               MOVE RL-ID-CONTATO TO WS-ID-CONTATO
               MOVE 'S'           TO WS-FIM-RSP
            END-IF.
       P170-EXIT.
            EXIT.

      * >>> NOME DO RESPONSAVEL PARA EXIBICAO
       P180-NOME-CONTATO.
            MOVE SPACES TO NM-CONTATO
            IF WS-SEM-CONTATOS = 'S'
               GO TO P180-EXIT
            END-IF
            MOVE WS-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ.
       P180-EXIT.
            EXIT.

      * >>> ABRE A CONTA: CLIENTE NOVO COM O NOME DO ALUNO OU VINCULO
      * >>> DE UM CLIENTE EXISTENTE QUE AINDA NAO ESTA NA CANTINA
       S200 SECTION.
       P200-ABRIR-CONTA.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-VALIDO = 'N'
               GO TO P200-EXIT
            END-IF
            IF WS-TEM-CONTA = 'S'
               DISPLAY 'ALUNO JA TEM CONTA NA CANTINA - CLIENTE '
                       CN-ID-CLIENTE
               GO TO P200-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO!'
               GO TO P200-EXIT
            END-IF

            PERFORM P160-RESPONSAVEL THRU P160-EXIT
            IF WS-ID-CONTATO = ZEROS
               DISPLAY 'ALUNO SEM RESPONSAVEL FINANCEIRO VINCULADO'
                       ' (CADRESP) - CONTA NAO ABERTA!'
               GO TO P200-EXIT
            END-IF
            PERFORM P180-NOME-CONTATO THRU P180-EXIT
            DISPLAY 'RESPONSAVEL FINANCEIRO: ' WS-ID-CONTATO ' '
                    NM-CONTATO

            DISPLAY 'DIGITE O ID DO CLIENTE DA CONTA (5 DIGITOS): '
            ACCEPT WS-ID-CLIENTE
            PERFORM UNTIL WS-ID-CLIENTE IS NUMERIC
                             AND WS-ID-CLIENTE > ZEROS
               DISPLAY 'ID INVALIDO! DIGITE 5 DIGITOS MAIOR QUE ZERO: '
               ACCEPT WS-ID-CLIENTE
            END-PERFORM
            MOVE WS-ID-CLIENTE TO CN-ID-CLIENTE
            READ CFP001U7
                 KEY IS CN-ID-CLIENTE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'CLIENTE JA E A CONTA DO ALUNO '
                              CN-ID-ALUNO '!'
                      GO TO P200-EXIT
            END-READ

            MOVE 'N' TO WS-CLIENTE-NOVO
            MOVE WS-ID-CLIENTE TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
                 INVALID KEY
                      MOVE 'S' TO WS-CLIENTE-NOVO
            END-READ
            IF WS-CLIENTE-NOVO = 'N'
               IF CLIENTE-INATIVO
                  DISPLAY 'CLIENTE EXCLUIDO - ESCOLHA OUTRO ID!'
                  GO TO P200-EXIT
               END-IF
               DISPLAY 'CLIENTE EXISTENTE: ' NM-CLIENTE
               DISPLAY 'SALDO: ' SD-CLIENTE '  LIMITE: ' LIM-CLIENTE
            ELSE
               DISPLAY 'CLIENTE NOVO - SERA CADASTRADO COM O NOME'
                       ' DO ALUNO'
               DISPLAY 'DIGITE O LIMITE NEGATIVO TOLERADO (ATE'
                       ' 9999999,99, MINIMO 0,01): '
               ACCEPT WS-LIMITE
               PERFORM UNTIL WS-LIMITE IS NUMERIC
                                AND WS-LIMITE > ZEROS
                  DISPLAY 'LIMITE INVALIDO! DIGITE UM VALOR MAIOR'
                          ' QUE ZERO: '
                  ACCEPT WS-LIMITE
               END-PERFORM
            END-IF

            DISPLAY 'DIGITE O SALDO MINIMO PARA AVISO AO RESPONSAVEL'
                    ' (ATE 99999,99): '
            ACCEPT WS-VL-MINIMO
            PERFORM UNTIL WS-VL-MINIMO IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE UM VALOR NUMERICO: '
               ACCEPT WS-VL-MINIMO
            END-PERFORM

            DISPLAY 'CONFIRMA A ABERTURA DA CONTA, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CONTA NAO ABERTA'
               GO TO P200-EXIT
            END-IF

            IF WS-CLIENTE-NOVO = 'S'
               PERFORM P250-GRAVA-CLIENTE THRU P250-EXIT
               IF WS-FS-CLI NOT = 00
                  GO TO P200-EXIT
               END-IF
            END-IF

            MOVE WS-ID-CLIENTE   TO CN-ID-CLIENTE
            MOVE WS-ID-PEDIDO    TO CN-ID-ALUNO
            MOVE WS-ID-CONTATO   TO CN-ID-CONTATO
            MOVE WS-VL-MINIMO    TO CN-VL-MINIMO
            MOVE WS-DT-HOJE      TO CN-DT-ABERTURA
            MOVE ZEROS           TO CN-DT-ULT-RECARGA
            MOVE ZEROS           TO CN-DT-ULT-AVISO
            MOVE WS-SS-OPERADOR  TO CN-OPERADOR
            WRITE REG-CFP001U7
                  INVALID KEY
                       DISPLAY 'CONTA ABERTA POR OUTRO POSTO -'
                               ' CONFIRA O ALUNO E O CLIENTE!'
                  NOT INVALID KEY
                       ADD 1 TO WS-RW-CONTAS
                       DISPLAY 'CONTA DA CANTINA ABERTA - CLIENTE '
                               WS-ID-CLIENTE
            END-WRITE
            IF WS-FS-CAN NOT = 00 AND 22
               MOVE WS-FS-CAN                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U7'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

       P250-GRAVA-CLIENTE.
            MOVE WS-ID-CLIENTE   TO ID-CLIENTE
            MOVE NM-ALUNO        TO NM-CLIENTE
            SET CLIENTE-ATIVO    TO TRUE
            MOVE ZEROS           TO SD-CLIENTE
            MOVE WS-LIMITE       TO LIM-CLIENTE
            WRITE REG-CLIENTES
                  INVALID KEY
                       DISPLAY 'CLIENTE CADASTRADO POR OUTRO POSTO -'
                               ' REPITA A ABERTURA!'
            END-WRITE
            IF WS-FS-CLI NOT = 00 AND 22
               MOVE WS-FS-CLI                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001S4'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P250-EXIT.
            EXIT.

      * >>> RECARGA: COBRANCA 'CA' QUITADA + RECIBO NO PAGDETAL +
      * >>> CREDITO NO SALDO DO CLIENTE + MOVIMENTO NO MOVHIST.DAT
       S300 SECTION.
       P300-RECARGA.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-VALIDO = 'N'
               GO TO P300-EXIT
            END-IF
            IF WS-TEM-CONTA = 'N'
               DISPLAY 'ALUNO SEM CONTA NA CANTINA - ABRA A CONTA'
                       ' ANTES!'
               GO TO P300-EXIT
            END-IF
            IF CLIENTE-INATIVO
               DISPLAY 'CLIENTE DA CONTA ESTA EXCLUIDO!'
               GO TO P300-EXIT
            END-IF
            DISPLAY 'SALDO: ' SD-CLIENTE '  LIMITE: ' LIM-CLIENTE
            IF CLIENTE-BLOQUEADO
               DISPLAY 'CONTA BLOQUEADA POR ESTOURO DO LIMITE'
            END-IF

      * >>> COMPETENCIA FECHADA PELO FECHFINA NAO RECEBE MOVIMENTO
            MOVE WS-DT-HOJE TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               DISPLAY 'MES JA FECHADO PELO FECHFINA - RECARGA'
                       ' RECUSADA!'
               GO TO P300-EXIT
            END-IF

            DISPLAY 'DIGITE O VALOR DA RECARGA (ATE 99999,99): '
            ACCEPT WS-VL-RECARGA
            PERFORM UNTIL WS-VL-RECARGA IS NUMERIC
                            AND WS-VL-RECARGA > ZEROS
               DISPLAY 'VALOR INVALIDO! DIGITE UM VALOR MAIOR QUE'
                       ' ZERO: '
               ACCEPT WS-VL-RECARGA
            END-PERFORM
            DISPLAY 'FORMA DE PAGAMENTO: (D)INHEIRO (T)RANSFERENCIA'
            MOVE SPACES TO WS-FORMA
            ACCEPT WS-FORMA
            PERFORM UNTIL WS-FORMA = 'D' OR 'T'
               DISPLAY 'FORMA INVALIDA! DIGITE D OU T: '
               ACCEPT WS-FORMA
            END-PERFORM

            DISPLAY 'CONFIRMA A RECARGA DE ' WS-VL-RECARGA
                    ', (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'RECARGA NAO GRAVADA'
               GO TO P300-EXIT
            END-IF

            PERFORM P350-PROCURA-SEQ THRU P350-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE NA COMPETENCIA (01-99)!'
               GO TO P300-EXIT
            END-IF
            PERFORM P370-COBRANCA THRU P370-EXIT
            IF WS-FS-COB NOT = 00
               GO TO P300-EXIT
            END-IF
            PERFORM P380-RECIBO THRU P380-EXIT
            PERFORM P390-CREDITA THRU P390-EXIT
            ADD 1             TO WS-RW-RECARGAS
            ADD WS-VL-RECARGA TO WS-VL-RECARGAS.
       P300-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ALUNO NA COMPETENCIA, A
      * >>> PARTIR DE 01 (00 E RESERVADA A MENSALIDADE DA GERACAO)
       P350-PROCURA-SEQ.
            MOVE ZEROS TO WS-NR-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P360-TESTA-SEQ THRU P360-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-NR-SEQ NOT LESS 99.
       P350-EXIT.
            EXIT.

       P360-TESTA-SEQ.
            ADD 1 TO WS-NR-SEQ
            MOVE WS-ID-PEDIDO TO CB-ID-ALUNO
            MOVE WS-ANO-MES   TO CB-ANO-MES
            MOVE WS-NR-SEQ    TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P360-EXIT.
            EXIT.

      * >>> COBRANCA AVULSA TIPO 'CA' JA NASCE QUITADA PELA RECARGA
       P370-COBRANCA.
            MOVE WS-ID-PEDIDO     TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-HOJE       TO CB-DT-VENCIMENTO
            MOVE WS-VL-RECARGA    TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE WS-VL-RECARGA    TO CB-VALOR-LIQUIDO
            MOVE WS-VL-RECARGA    TO CB-VALOR-PAGO
            MOVE WS-DT-HOJE       TO CB-DT-PAGAMENTO
            SET COBRANCA-PAGA     TO TRUE
            SET TIPO-CANTINA      TO TRUE
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
                               ' REPITA A RECARGA!'
            END-WRITE
            IF WS-FS-COB NOT = 00 AND 22
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SF'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P370-EXIT.
            EXIT.

       P380-RECIBO.
            MOVE WS-ID-PEDIDO    TO PD-ID-ALUNO
            MOVE WS-ANO-MES      TO PD-ANO-MES
            MOVE WS-NR-SEQ       TO PD-NR-SEQ
            MOVE 1               TO PD-SEQUENCIA
            MOVE WS-DT-HOJE      TO PD-DT-PAGAMENTO
            MOVE WS-VL-RECARGA   TO PD-VALOR-PAGO
            SET PAGTO-CAIXA      TO TRUE
            MOVE WS-SS-OPERADOR  TO PD-OPERADOR
            MOVE WS-FORMA        TO PD-FORMA
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'RECIBO GRAVADO - COMPETENCIA ' WS-ANO-MES
                    ' SEQUENCIA ' WS-NR-SEQ.
       P380-EXIT.
            EXIT.

      * >>> CREDITA O CLIENTE (DESBLOQUEANDO SE VOLTOU AO LIMITE) E
      * >>> REGISTRA O MOVIMENTO NO MOVHIST.DAT, COMO O BATPGM1
       P390-CREDITA.
            MOVE CN-ID-CLIENTE TO ID-CLIENTE
            READ CFP001S4
                 KEY IS ID-CLIENTE
            END-READ
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001S4'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD WS-VL-RECARGA TO SD-CLIENTE
            IF CLIENTE-BLOQUEADO
               AND SD-CLIENTE NOT < ZEROS - LIM-CLIENTE
               SET CLIENTE-ATIVO TO TRUE
               DISPLAY 'CONTA DESBLOQUEADA'
            END-IF
            REWRITE REG-CLIENTES
            END-REWRITE
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S4'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-DT-HOJE TO CN-DT-ULT-RECARGA
            MOVE ZEROS      TO CN-DT-ULT-AVISO
            REWRITE REG-CFP001U7
            END-REWRITE
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U7'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            INITIALIZE REG-CFP001U8
            MOVE ID-CLIENTE             TO MC-ID-CLIENTE
            MOVE WS-CURRENT-DATE(1:14)  TO MC-TIMESTAMP
            MOVE ZEROS                  TO MC-SEQUENCIA
            SET MOVCL-CREDITO           TO TRUE
            MOVE WS-VL-RECARGA          TO MC-VALOR
            MOVE SD-CLIENTE             TO MC-SALDO
            MOVE 'S'                    TO MC-SALDO-GRAVADO
            SET MOVCL-RECARGA           TO TRUE
            SET MOVCL-NORMAL            TO TRUE
            MOVE ZEROS                  TO MC-REFERENCIA
            MOVE WS-SS-OPERADOR         TO MC-OPERADOR
            MOVE 'N' TO WS-MOV-GRAVADO
            PERFORM P395-GRAVA-HISTORICO THRU P395-EXIT
                    UNTIL WS-MOV-GRAVADO = 'S'
            DISPLAY 'RECARGA LANCADA - NOVO SALDO: ' SD-CLIENTE.
       P390-EXIT.
            EXIT.

      * >>> DOIS MOVIMENTOS DO CLIENTE NO MESMO SEGUNDO SE SEPARAM
      * >>> PELA SEQUENCIA DA CHAVE
       P395-GRAVA-HISTORICO.
            WRITE REG-CFP001U8
                  INVALID KEY
                       CONTINUE
            END-WRITE
            IF WS-FS-MOV = 22 AND MC-SEQUENCIA < 999
               ADD 1 TO MC-SEQUENCIA
               GO TO P395-EXIT
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U8'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S' TO WS-MOV-GRAVADO.
       P395-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONSULTA.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-VALIDO = 'N'
               GO TO P400-EXIT
            END-IF
            IF WS-TEM-CONTA = 'N'
               DISPLAY 'ALUNO SEM CONTA NA CANTINA!'
               GO TO P400-EXIT
            END-IF
            MOVE CN-ID-CONTATO TO WS-ID-CONTATO
            PERFORM P180-NOME-CONTATO THRU P180-EXIT
            DISPLAY 'CLIENTE.......: ' ID-CLIENTE ' ' NM-CLIENTE
            DISPLAY 'SALDO.........: ' SD-CLIENTE
            DISPLAY 'LIMITE........: ' LIM-CLIENTE
            DISPLAY 'SALDO MINIMO..: ' CN-VL-MINIMO
            EVALUATE TRUE
                WHEN CLIENTE-BLOQUEADO
                  DISPLAY 'SITUACAO......: BLOQUEADA'
                WHEN CLIENTE-INATIVO
                  DISPLAY 'SITUACAO......: EXCLUIDA'
                WHEN OTHER
                  DISPLAY 'SITUACAO......: ATIVA'
            END-EVALUATE
            DISPLAY 'RESPONSAVEL...: ' CN-ID-CONTATO ' ' NM-CONTATO
            DISPLAY 'ABERTURA......: ' CN-DT-ABERTURA
            DISPLAY 'ULT. RECARGA..: ' CN-DT-ULT-RECARGA
            DISPLAY 'ULT. AVISO....: ' CN-DT-ULT-AVISO.
       P400-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U7
            CLOSE CFP001S4
            CLOSE CFP001S1
            IF WS-SEM-VINCULOS = 'N'
               CLOSE CFP001SL
            END-IF
            IF WS-SEM-CONTATOS = 'N'
               CLOSE CONTATOS
            END-IF
            CLOSE CFP001SF
            CLOSE CFP001SM
            CLOSE CFP001U8
            IF WS-FS-CAN NOT = 00 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U7'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCANTI'
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
            MOVE 'CADCANTI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCANTI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE CONTAS ABERTAS.: ' WS-RW-CONTAS
            DISPLAY ' QTDE RECARGAS.......: ' WS-RW-RECARGAS
            DISPLAY ' VALOR RECARREGADO...: ' WS-VL-RECARGAS
            DISPLAY '--------------------------------------'
            MOVE 'CADCANTI' TO WS-LG-PROGRAMA
            MOVE 'RECARGAS CANTIN' TO WS-LG-CONTADOR
            MOVE WS-RW-RECARGAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCANTI.
