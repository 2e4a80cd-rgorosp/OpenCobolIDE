      * Update: 02-09-26 - FIM DA CONVENCAO DE COMPETENCIA FICTICIA:
      *         COM O CB-NR-SEQ NA CHAVE O AVULSO E LANCADO NA
      *         COMPETENCIA REAL, NA PRIMEIRA SEQUENCIA LIVRE (01-99)
      * Update: 15-10-26 - SALDO DE CREDITO DA FAMILIA (CREDITOS.DAT,
      *         PELO CREDFAMI) E USADO NA AVULSA LANCADA: O VALOR
      *         APLICADO ENTRA COMO DETALHE ORIGEM 'S' NO PAGDETAL.DAT,
      *         SOMA NO CB-VALOR-PAGO E QUITA A COBRANCA QUANDO COBRE
      *         O LIQUIDO
      * Update: 15-10-26 - AVULSA GRAVADA SEM AJUSTE DE PRO-RATA (NOVOS
      *         CAMPOS DE AJUSTE DA COBRANCA ZERADOS)
      * Update: 15-10-26 - AVULSA NASCE SEM NOSSO NUMERO; O NUMERO SO E
      *         ATRIBUIDO NA EMISSAO DO BOLETO (GERBOLET)
      * Update: 15-10-26 - AVULSA NASCE SEM TXID DE PIX (DADO PELO
      *         EXPPIX)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOBAV.
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
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SM.
           COPY REGPGDET.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-VALOR           PIC 9(05)V99 VALUE ZEROS.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.

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
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-LANCAR THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADCOBAV' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001SF
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
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            MOVE WS-TIPO          TO CB-TP-COBRANCA
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SF'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            IF WS-FS-COB = 00
               PERFORM P180-APLICA-CREDITO THRU P180-EXIT
            END-IF.
       P120-EXIT.
            EXIT.
       P160-EXIT.
            EXIT.

      * >>> A AVULSA RECEM-LANCADA CONSOME O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI): O VALOR USADO VIRA DETALHE ORIGEM 'S'
      * >>> (SALDO) NO PAGDETAL, SOMA NO PAGO E, COBRINDO O LIQUIDO,
      * >>> QUITA A COBRANCA NA DATA DO LANCAMENTO
       P180-APLICA-CREDITO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
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
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
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

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SF
            CLOSE CFP001S1
            CLOSE CFP001SM
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SF'    TO WS-MSG2
