      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: VENDA NO BALCAO DE UNIFORME E MATERIAL DIDATICO - EM
      *          UM SO PASSO BAIXA O SALDO DO ITEM NO ESTOQUE.DAT
      *          (CFP001U1) E LANCA A COBRANCA AVULSA DO ALUNO NA
      *          CFP001SF, NOS MOLDES DO CADCOBAV: TIPO DO ITEM (UN OU
      *          MD), COMPETENCIA CORRENTE, PRIMEIRA SEQUENCIA LIVRE A
      *          PARTIR DE 01, SEM AJUSTE, E COM O SALDO DE CREDITO DA
      *          FAMILIA (CREDFAMI) APLICADO. A VENDA FICA REGISTRADA
      *          NO ESTMOVTO.DAT (CFP001U2) COMO MOVIMENTO 'V' COM A
      *          CHAVE DA COBRANCA, BASE DAS VENDAS DO MES NO RELESTOQ
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDESTQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U1 ASSIGN TO "C:/ARQUIVOS/ESTOQUE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EQ-CD-ITEM
                  FILE STATUS  IS WS-FS-EST
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U2 ASSIGN TO "C:/ARQUIVOS/ESTMOVTO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MV-CHAVE
                  FILE STATUS  IS WS-FS-MOV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U1.
           COPY REGESTOQ.
       FD  CFP001U2.
           COPY REGMOVES.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SM.
           COPY REGPGDET.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EST          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-CD-ITEM         PIC 9(05) VALUE ZEROS.
           03 WS-QUANTIDADE      PIC 9(05) VALUE ZEROS.
           03 WS-VL-TOTAL        PIC 9(07)V99 VALUE ZEROS.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DT-VENCIMENTO   PIC 9(08) VALUE ZEROS.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-MV-SEQ          PIC 9(03) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-RW-VENDAS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-VENDIDA      PIC 9(07) VALUE ZEROS.
           03 WS-VL-VENDIDO      PIC 9(09)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM O CREDITO DA FAMILIA (CREDFAMI)
       01  WS-CREDITO-AREA.
           03 WS-CF-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CF-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-CF-ID-CONTATO    PIC 9(05) VALUE ZEROS.
           03 WS-CF-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-CF-NR-SEQ        PIC 9(02) VALUE ZEROS.
           03 WS-CF-PD-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-CF-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-CF-ORIGEM        PIC X(01) VALUE SPACES.
           03 WS-CF-VALOR         PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-USADO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-SALDO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-MENSAGEM      PIC X(40) VALUE SPACES.

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
            PERFORM P100-VENDER THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'VENDESTQ' TO WS-LY-PROGRAMA
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
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001U1
            IF WS-FS-EST NOT = 00
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U2
            IF WS-FS-MOV = 35 THEN
               OPEN OUTPUT CFP001U2
               CLOSE CFP001U2
               OPEN I-O CFP001U2
            END-IF
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SM
            IF WS-FS-DET = 35 THEN
               OPEN OUTPUT CFP001SM
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-VENDER.
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P120-UMA-VENDA THRU P120-EXIT
               DISPLAY 'DESEJA REALIZAR OUTRA VENDA, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> UMA VENDA = UM ITEM PARA UM ALUNO = UMA COBRANCA AVULSA
       P120-UMA-VENDA.
            DISPLAY ' '
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-PEDIDO
            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      GO TO P120-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO!'
               GO TO P120-EXIT
            END-IF
            DISPLAY 'ALUNO: ' NM-ALUNO '  TURMA: ' TU-ALUNO

            DISPLAY 'DIGITE O CODIGO DO ITEM (5 DIGITOS): '
            ACCEPT WS-CD-ITEM
            MOVE WS-CD-ITEM TO EQ-CD-ITEM
            READ CFP001U1
                 KEY IS EQ-CD-ITEM
                 INVALID KEY
                      DISPLAY 'ITEM NAO CADASTRADO!'
                      GO TO P120-EXIT
            END-READ
            IF ITEM-INATIVO
               DISPLAY 'ITEM INATIVO - VENDA NAO PERMITIDA!'
               GO TO P120-EXIT
            END-IF
            DISPLAY 'ITEM: ' EQ-DESCRICAO ' ' EQ-TAMANHO ' ' EQ-SERIE
            DISPLAY 'PRECO: ' EQ-VL-UNITARIO
                    '  SALDO EM ESTOQUE: ' EQ-QT-ESTOQUE
            IF EQ-QT-ESTOQUE = ZEROS
               DISPLAY 'ITEM SEM SALDO EM ESTOQUE!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DIGITE A QUANTIDADE: '
            ACCEPT WS-QUANTIDADE
            PERFORM UNTIL WS-QUANTIDADE IS NUMERIC
                          AND WS-QUANTIDADE > ZEROS
                          AND WS-QUANTIDADE NOT > EQ-QT-ESTOQUE
               DISPLAY 'QUANTIDADE INVALIDA! DE 1 ATE O SALDO '
                       EQ-QT-ESTOQUE ': '
               ACCEPT WS-QUANTIDADE
            END-PERFORM
            COMPUTE WS-VL-TOTAL = WS-QUANTIDADE * EQ-VL-UNITARIO
            IF WS-VL-TOTAL > 99999,99
               DISPLAY 'VALOR DA VENDA ACIMA DE 99999,99 - DIVIDA EM'
                       ' MAIS DE UMA VENDA!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DIGITE O VENCIMENTO (AAAAMMDD), ZERO PARA HOJE: '
            ACCEPT WS-DT-VENCIMENTO
            PERFORM UNTIL WS-DT-VENCIMENTO IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-VENCIMENTO
            END-PERFORM
            IF WS-DT-VENCIMENTO = ZEROS
               MOVE WS-DT-HOJE TO WS-DT-VENCIMENTO
            END-IF

            DISPLAY 'VENDA: ' WS-QUANTIDADE ' X ' EQ-VL-UNITARIO
                    ' = ' WS-VL-TOTAL ' - COMPETENCIA ' WS-ANO-MES
            DISPLAY 'CONFIRMA A VENDA, (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'VENDA NAO GRAVADA'
               GO TO P120-EXIT
            END-IF

            PERFORM P150-PROCURA-SEQ THRU P150-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE NA COMPETENCIA (01-99)!'
               GO TO P120-EXIT
            END-IF
            PERFORM P250-PROCURA-MOVTO THRU P250-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE DE MOVIMENTO NO DIA!'
               GO TO P120-EXIT
            END-IF

            PERFORM P200-COBRANCA THRU P200-EXIT
            IF WS-FS-COB NOT = 00
               GO TO P120-EXIT
            END-IF
            PERFORM P300-BAIXA-ESTOQUE THRU P300-EXIT
            PERFORM P180-APLICA-CREDITO THRU P180-EXIT
            ADD 1              TO WS-RW-VENDAS
            ADD WS-QUANTIDADE  TO WS-QT-VENDIDA
            ADD WS-VL-TOTAL    TO WS-VL-VENDIDO.
       P120-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ALUNO NA COMPETENCIA, A
      * >>> PARTIR DE 01 (00 E RESERVADA A MENSALIDADE DA GERACAO)
       P150-PROCURA-SEQ.
            MOVE ZEROS TO WS-NR-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P160-TESTA-SEQ THRU P160-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-NR-SEQ NOT LESS 99.
       P150-EXIT.
            EXIT.

       P160-TESTA-SEQ.
            ADD 1 TO WS-NR-SEQ
            MOVE WS-ID-PEDIDO TO CB-ID-ALUNO
            MOVE WS-ANO-MES   TO CB-ANO-MES
            MOVE WS-NR-SEQ    TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P160-EXIT.
            EXIT.

      * >>> A AVULSA RECEM-LANCADA CONSOME O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI), COMO NO CADCOBAV
       P180-APLICA-CREDITO.
            MOVE WS-DT-HOJE TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               GO TO P180-EXIT
            END-IF

            MOVE 'U'              TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO      TO WS-CF-ID-ALUNO
            MOVE ZEROS            TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES       TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ        TO WS-CF-NR-SEQ
            MOVE ZEROS            TO WS-CF-PD-SEQ
            MOVE WS-DT-HOJE       TO WS-CF-DT-MOVIMENTO
            MOVE SPACES           TO WS-CF-ORIGEM
            MOVE CB-VALOR-LIQUIDO TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            END-IF
            IF WS-CF-VL-USADO = ZEROS
               GO TO P180-EXIT
            END-IF

            MOVE CB-ID-ALUNO     TO PD-ID-ALUNO
            MOVE CB-ANO-MES      TO PD-ANO-MES
            MOVE CB-NR-SEQ       TO PD-NR-SEQ
            MOVE 1               TO PD-SEQUENCIA
            MOVE WS-DT-HOJE      TO PD-DT-PAGAMENTO
            MOVE WS-CF-VL-USADO  TO PD-VALOR-PAGO
            SET PAGTO-CREDITO    TO TRUE
            MOVE WS-SS-OPERADOR  TO PD-OPERADOR
            SET FORMA-SALDO      TO TRUE
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
                  INVALID KEY
                       DISPLAY 'DETALHE DO CREDITO NAO GRAVADO!'
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-ID-PEDIDO    TO CB-ID-ALUNO
            MOVE WS-ANO-MES      TO CB-ANO-MES
            MOVE WS-NR-SEQ       TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
            END-READ
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001SF'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD WS-CF-VL-USADO TO CB-VALOR-PAGO
            MOVE WS-DT-HOJE    TO CB-DT-PAGAMENTO
            IF CB-VALOR-PAGO NOT LESS CB-VALOR-LIQUIDO
               SET COBRANCA-PAGA TO TRUE
            END-IF
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'CREDITO DA FAMILIA APLICADO: ' WS-CF-VL-USADO
                    ' - SALDO RESTANTE: ' WS-CF-VL-SALDO
            IF COBRANCA-PAGA
               DISPLAY 'COBRANCA QUITADA PELO CREDITO!'
            END-IF.
       P180-EXIT.
            EXIT.

       S200 SECTION.
      * >>> COBRANCA AVULSA DO TIPO DO ITEM (UN/MD), COMO NO CADCOBAV
       P200-COBRANCA.
            MOVE WS-ID-PEDIDO     TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE WS-VL-TOTAL      TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE WS-VL-TOTAL      TO CB-VALOR-LIQUIDO
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            MOVE EQ-TP-ITEM       TO CB-TP-COBRANCA
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
                               ' REPITA A VENDA!'
                  NOT INVALID KEY
                       DISPLAY 'COBRANCA AVULSA LANCADA - COMPETENCIA '
                               WS-ANO-MES ' SEQUENCIA ' WS-NR-SEQ
            END-WRITE
            IF WS-FS-COB NOT = 00 AND 22
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SF'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ITEM NA DATA DO MOVIMENTO
       P250-PROCURA-MOVTO.
            MOVE ZEROS TO WS-MV-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P260-TESTA-MOVTO THRU P260-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-MV-SEQ NOT LESS 999.
       P250-EXIT.
            EXIT.

       P260-TESTA-MOVTO.
            ADD 1 TO WS-MV-SEQ
            MOVE WS-CD-ITEM   TO MV-CD-ITEM
            MOVE WS-DT-HOJE   TO MV-DT-MOVIMENTO
            MOVE WS-MV-SEQ    TO MV-SEQUENCIA
            READ CFP001U2
                 KEY IS MV-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P260-EXIT.
            EXIT.

       S300 SECTION.
      * >>> BAIXA O SALDO DO ITEM E REGISTRA O MOVIMENTO DE VENDA
       P300-BAIXA-ESTOQUE.
            SUBTRACT WS-QUANTIDADE FROM EQ-QT-ESTOQUE
            MOVE WS-DT-HOJE     TO EQ-DT-ULT-SAIDA
            MOVE WS-SS-OPERADOR TO EQ-OPERADOR
            REWRITE REG-CFP001U1
            END-REWRITE
            IF WS-FS-EST NOT = 00
               MOVE WS-FS-EST                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U1'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-CD-ITEM       TO MV-CD-ITEM
            MOVE WS-DT-HOJE       TO MV-DT-MOVIMENTO
            MOVE WS-MV-SEQ        TO MV-SEQUENCIA
            SET MOVTO-VENDA       TO TRUE
            MOVE WS-QUANTIDADE    TO MV-QUANTIDADE
            MOVE EQ-VL-UNITARIO   TO MV-VL-UNITARIO
            MOVE WS-VL-TOTAL      TO MV-VL-TOTAL
            MOVE ZEROS            TO MV-ID-FORNECEDOR
            MOVE SPACES           TO MV-DOCUMENTO
            MOVE WS-ID-PEDIDO     TO MV-ID-ALUNO
            MOVE WS-ANO-MES       TO MV-ANO-MES
            MOVE WS-NR-SEQ        TO MV-NR-SEQ
            MOVE WS-SS-OPERADOR   TO MV-OPERADOR
            WRITE REG-CFP001U2
            END-WRITE
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U2'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'ESTOQUE BAIXADO - SALDO RESTANTE: ' EQ-QT-ESTOQUE
            IF EQ-QT-ESTOQUE NOT GREATER EQ-QT-MINIMO
               DISPLAY 'ATENCAO: ITEM NO PONTO DE REPOSICAO (MINIMO '
                       EQ-QT-MINIMO ')'
            END-IF.
       P300-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U1
            CLOSE CFP001U2
            CLOSE CFP001SF
            CLOSE CFP001S1
            CLOSE CFP001SM
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SF'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA VENDESTQ'
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
            MOVE 'VENDESTQ' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA VENDESTQ FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE VENDAS.........: ' WS-RW-VENDAS
            DISPLAY ' UNIDADES VENDIDAS...: ' WS-QT-VENDIDA
            DISPLAY ' VALOR VENDIDO.......: ' WS-VL-VENDIDO
            DISPLAY '--------------------------------------'
            MOVE 'VENDESTQ' TO WS-LG-PROGRAMA
            MOVE 'VENDAS ESTOQUE ' TO WS-LG-CONTADOR
            MOVE WS-RW-VENDAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM VENDESTQ.
