      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE PRO-RATA DA MENSALIDADE
      *          PELOS DIAS LETIVOS DO MES (DIASLETV: SEGUNDA A
      *          SABADO MENOS OS DIAS NAO LETIVOS DO FERIADOS.DAT).
      *          FUNCOES (LK-FUNCAO):
      *            E = ENTRADA NO MES (GERCOBRA, PRIMEIRA COBRANCA):
      *                DEVOLVE O VALOR PROPORCIONAL DOS DIAS LETIVOS
      *                DE LK-DT-MOVIMENTO ATE O FIM DE LK-ANO-MES
      *            T = TRANSFERENCIA (TRANSFAL) E
      *            C = CANCELAMENTO (DELALUNO): A MENSALIDADE DO MES
      *                DA SAIDA (CFP001SF, SEQUENCIA 00) PASSA A
      *                COBRAR SO OS DIAS LETIVOS ATE LK-DT-MOVIMENTO;
      *                O QUE JA ESTAVA PAGO ALEM DO NOVO LIQUIDO VIRA
      *                CREDITO DA FAMILIA (CREDFAMI, ORIGEM 'A')
      *          O AJUSTE FICA NA COBRANCA (CB-TP-AJUSTE, VALOR E DIAS)
      *          E A SAIDA E ACRESCENTADA AO GERCOBRA.REL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRORATA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-GERACAO ASSIGN TO "C:/ARQUIVOS/GERCOBRA.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  REL-GERACAO.
       01  REL-LINHA               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-DT-INI-MES      PIC 9(08) VALUE ZEROS.
           03 WS-DT-FIM-MES      PIC 9(08) VALUE ZEROS.
           03 WS-DIA-INTEIRO     PIC S9(07) VALUE ZEROS.
           03 WS-PROX-MES        PIC 9(06) VALUE ZEROS.
           03 FILLER REDEFINES WS-PROX-MES.
              05 WS-PROX-ANO     PIC 9(04).
              05 WS-PROX-MM      PIC 9(02).
           03 WS-DIAS-ATE        PIC 9(03) VALUE ZEROS.
           03 WS-DIAS-FORA       PIC 9(03) VALUE ZEROS.
           03 WS-BASE-ANTERIOR   PIC 9(05)V99 VALUE ZEROS.
           03 WS-BASE-NOVA       PIC 9(05)V99 VALUE ZEROS.

      * AREA DE COMUNICACAO COM A CONTAGEM DE DIAS LETIVOS (DIASLETV)
       01  WS-DIASLETV-AREA.
           03 WS-DL-ANO             PIC 9(04) VALUE ZEROS.
           03 WS-DL-TERMO           PIC 9(01) VALUE ZEROS.
           03 WS-DL-QT-DIAS         PIC 9(03) VALUE ZEROS.
           03 WS-DL-MENSAGEM        PIC X(40) VALUE SPACES.
           03 WS-DL-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DL-DT-FIM          PIC 9(08) VALUE ZEROS.

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
           03 LK-FUNCAO          PIC X(01).
           03 LK-ID-ALUNO        PIC 9(05).
           03 LK-ANO-MES         PIC 9(06).
           03 LK-DT-MOVIMENTO    PIC 9(08).
           03 LK-VALOR           PIC 9(05)V99.
           03 LK-VL-AJUSTE       PIC 9(05)V99.
           03 LK-VL-LIQUIDO      PIC 9(05)V99.
           03 LK-VL-CREDITO      PIC 9(07)V99.
           03 LK-DIAS-COBRADOS   PIC 9(03).
           03 LK-DIAS-MES        PIC 9(03).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-VL-AJUSTE LK-VL-CREDITO
                           LK-DIAS-COBRADOS LK-DIAS-MES

            EVALUATE LK-FUNCAO
                WHEN 'E'
                  PERFORM P100-ENTRADA THRU P100-EXIT
                WHEN 'T'
                WHEN 'C'
                  MOVE LK-DT-MOVIMENTO(1:6) TO LK-ANO-MES
                  OPEN I-O CFP001SF
                  IF WS-FS-COB NOT = 00
                     MOVE 'ERRO ABERTURA DO ARQUIVO COBRANCA.DAT'
                          TO LK-MENSAGEM
                  ELSE
                     PERFORM P300-SAIDA THRU P300-EXIT
                     CLOSE CFP001SF
                  END-IF
                WHEN OTHER
                  MOVE 'FUNCAO INVALIDA NO PRORATA' TO LK-MENSAGEM
            END-EVALUATE
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'PRORATA' TO WS-LY-PROGRAMA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> PRIMEIRO E ULTIMO DIA DE LK-ANO-MES E OS DIAS LETIVOS DO
      * >>> MES INTEIRO (BASE DA PROPORCAO)
       S050 SECTION.
       P050-DIAS-MES.
            COMPUTE WS-DT-INI-MES = LK-ANO-MES * 100 + 1
            MOVE LK-ANO-MES TO WS-PROX-MES
            IF WS-PROX-MM = 12
               ADD 1   TO WS-PROX-ANO
               MOVE 01 TO WS-PROX-MM
            ELSE
               ADD 1   TO WS-PROX-MM
            END-IF
            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE (WS-PROX-MES * 100 + 1)
                    - 1
            COMPUTE WS-DT-FIM-MES =
                    FUNCTION DATE-OF-INTEGER (WS-DIA-INTEIRO)

            MOVE WS-DT-INI-MES TO WS-DL-DT-INICIO
            MOVE WS-DT-FIM-MES TO WS-DL-DT-FIM
            PERFORM P060-CONTA-DIAS THRU P060-EXIT
            MOVE WS-DL-QT-DIAS TO LK-DIAS-MES.
       P050-EXIT.
            EXIT.

       P060-CONTA-DIAS.
            MOVE ZEROS TO WS-DL-ANO
            MOVE ZEROS TO WS-DL-TERMO
            CALL 'DIASLETV' USING WS-DIASLETV-AREA
            IF WS-DL-MENSAGEM NOT = SPACES
               MOVE WS-DL-MENSAGEM TO LK-MENSAGEM
            END-IF.
       P060-EXIT.
            EXIT.

      * >>> ENTRADA DEPOIS DO PRIMEIRO DIA DO MES: COBRA OS DIAS
      * >>> LETIVOS DA ENTRADA ATE O FIM DO MES; MES SEM DIA LETIVO OU
      * >>> ENTRADA FORA DO MES COBRA O VALOR CHEIO
       S100 SECTION.
       P100-ENTRADA.
            PERFORM P050-DIAS-MES THRU P050-EXIT
            MOVE LK-VALOR    TO LK-VL-LIQUIDO
            MOVE LK-DIAS-MES TO LK-DIAS-COBRADOS
            IF LK-DIAS-MES = ZEROS
               OR LK-DT-MOVIMENTO NOT > WS-DT-INI-MES
               OR LK-DT-MOVIMENTO > WS-DT-FIM-MES
               GO TO P100-EXIT
            END-IF

            MOVE LK-DT-MOVIMENTO TO WS-DL-DT-INICIO
            MOVE WS-DT-FIM-MES   TO WS-DL-DT-FIM
            PERFORM P060-CONTA-DIAS THRU P060-EXIT
            MOVE WS-DL-QT-DIAS TO LK-DIAS-COBRADOS
            COMPUTE LK-VL-LIQUIDO ROUNDED =
                    LK-VALOR * LK-DIAS-COBRADOS / LK-DIAS-MES
            COMPUTE LK-VL-AJUSTE = LK-VALOR - LK-VL-LIQUIDO.
       P100-EXIT.
            EXIT.

      * >>> SAIDA (TRANSFERENCIA/CANCELAMENTO) NO MES: A MENSALIDADE
      * >>> PASSA A COBRAR SO OS DIAS LETIVOS ATE A SAIDA, DESCONTADOS
      * >>> OS DIAS ANTES DA ENTRADA SE A GERACAO JA FEZ PRO-RATA; A
      * >>> BOLSA ACOMPANHA A NOVA BASE NA MESMA PROPORCAO
       S300 SECTION.
       P300-SAIDA.
            MOVE LK-ID-ALUNO TO CB-ID-ALUNO
            MOVE LK-ANO-MES  TO CB-ANO-MES
            MOVE ZEROS       TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'SEM MENSALIDADE NO MES DA SAIDA'
                           TO LK-MENSAGEM
                      GO TO P300-EXIT
            END-READ
            IF COBRANCA-RENEGOCIADA
               MOVE 'MENSALIDADE RENEGOCIADA - SEM AJUSTE'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            IF AJUSTE-TRANSFERENCIA OR AJUSTE-CANCELAMENTO
               MOVE 'MENSALIDADE JA AJUSTADA NA SAIDA'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            IF CB-VALOR-AJUSTE NOT NUMERIC
               MOVE ZEROS TO CB-VALOR-AJUSTE
            END-IF
            IF CB-DIAS-COBRADOS NOT NUMERIC
               OR CB-DIAS-MES NOT NUMERIC
               MOVE ZEROS TO CB-DIAS-COBRADOS
               MOVE ZEROS TO CB-DIAS-MES
            END-IF

            PERFORM P050-DIAS-MES THRU P050-EXIT
            IF LK-DIAS-MES = ZEROS
               MOVE 'MES SEM DIAS LETIVOS - SEM AJUSTE'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            MOVE ZEROS TO WS-DIAS-FORA
            IF CB-DIAS-MES = LK-DIAS-MES
               AND CB-DIAS-COBRADOS < CB-DIAS-MES
               COMPUTE WS-DIAS-FORA = CB-DIAS-MES - CB-DIAS-COBRADOS
            END-IF

            MOVE WS-DT-INI-MES   TO WS-DL-DT-INICIO
            MOVE LK-DT-MOVIMENTO TO WS-DL-DT-FIM
            PERFORM P060-CONTA-DIAS THRU P060-EXIT
            MOVE WS-DL-QT-DIAS TO WS-DIAS-ATE
            IF WS-DIAS-ATE > WS-DIAS-FORA
               COMPUTE LK-DIAS-COBRADOS = WS-DIAS-ATE - WS-DIAS-FORA
            ELSE
               MOVE ZEROS TO LK-DIAS-COBRADOS
            END-IF

            COMPUTE WS-BASE-ANTERIOR = CB-VALOR-BRUTO - CB-VALOR-AJUSTE
            COMPUTE WS-BASE-NOVA ROUNDED =
                    CB-VALOR-BRUTO * LK-DIAS-COBRADOS / LK-DIAS-MES
            IF WS-BASE-NOVA NOT < WS-BASE-ANTERIOR
               MOVE 'SAIDA SEM DIAS A DESCONTAR - SEM AJUSTE'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF

            MOVE REG-CFP001SF TO WS-JR-ANTES
            IF WS-BASE-ANTERIOR > ZEROS
               COMPUTE CB-VALOR-DESCONTO ROUNDED =
                       CB-VALOR-DESCONTO * WS-BASE-NOVA
                       / WS-BASE-ANTERIOR
            ELSE
               MOVE ZEROS TO CB-VALOR-DESCONTO
            END-IF
            COMPUTE CB-VALOR-AJUSTE  = CB-VALOR-BRUTO - WS-BASE-NOVA
            COMPUTE CB-VALOR-LIQUIDO = WS-BASE-NOVA - CB-VALOR-DESCONTO
            MOVE LK-DIAS-COBRADOS TO CB-DIAS-COBRADOS
            MOVE LK-DIAS-MES      TO CB-DIAS-MES
            MOVE LK-FUNCAO        TO CB-TP-AJUSTE

      * >>> PAGO ALEM DO NOVO LIQUIDO: A COBRANCA FICA COM O DEVIDO E
      * >>> A DIFERENCA VAI PARA O SALDO DA FAMILIA
            IF CB-VALOR-PAGO > CB-VALOR-LIQUIDO
               COMPUTE LK-VL-CREDITO = CB-VALOR-PAGO - CB-VALOR-LIQUIDO
               MOVE CB-VALOR-LIQUIDO TO CB-VALOR-PAGO
            END-IF
            IF CB-VALOR-PAGO NOT < CB-VALOR-LIQUIDO
               SET COBRANCA-PAGA TO TRUE
               IF CB-DT-PAGAMENTO = ZEROS
                  MOVE LK-DT-MOVIMENTO TO CB-DT-PAGAMENTO
               END-IF
            END-IF
            REWRITE REG-CFP001SF
                 INVALID KEY
                      MOVE 'MENSALIDADE NAO AJUSTADA' TO LK-MENSAGEM
                      GO TO P300-EXIT
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE 'ERRO ATUALIZACAO DO ARQUIVO COBRANCA.DAT'
                    TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            MOVE CB-VALOR-AJUSTE  TO LK-VL-AJUSTE
            MOVE CB-VALOR-LIQUIDO TO LK-VL-LIQUIDO

            MOVE REG-CFP001SF TO WS-JR-DEPOIS
            MOVE 'COBRANCA'   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               MOVE WS-JR-MENSAGEM TO LK-MENSAGEM
            END-IF

            IF LK-VL-CREDITO > ZEROS
               PERFORM P350-CREDITO THRU P350-EXIT
            END-IF
            PERFORM P400-RELATORIO THRU P400-EXIT.
       P300-EXIT.
            EXIT.

       P350-CREDITO.
            MOVE 'G'             TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO     TO WS-CF-ID-ALUNO
            MOVE ZEROS           TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES      TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ       TO WS-CF-NR-SEQ
            MOVE ZEROS           TO WS-CF-PD-SEQ
            MOVE LK-DT-MOVIMENTO TO WS-CF-DT-MOVIMENTO
            MOVE 'A'             TO WS-CF-ORIGEM
            MOVE LK-VL-CREDITO   TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               MOVE WS-CF-MENSAGEM TO LK-MENSAGEM
            END-IF.
       P350-EXIT.
            EXIT.

      * >>> O AJUSTE DE SAIDA E ACRESCENTADO AO GERCOBRA.REL, ONDE A
      * >>> SECRETARIA CONFERE AS MENSALIDADES DO MES
       S400 SECTION.
       P400-RELATORIO.
            OPEN EXTEND REL-GERACAO
            IF WS-FS-REL = 35 THEN
               OPEN OUTPUT REL-GERACAO
            END-IF
            IF WS-FS-REL NOT = 00
               MOVE 'AJUSTE NAO REGISTRADO NO GERCOBRA.REL'
                    TO LK-MENSAGEM
               GO TO P400-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'AJUSTE SAIDA ' LK-FUNCAO
                   ': ALUNO ' CB-ID-ALUNO
                   ' COMP ' CB-ANO-MES
                   ' EM ' LK-DT-MOVIMENTO
                   ' DIAS ' CB-DIAS-COBRADOS '/' CB-DIAS-MES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '  CHEIO ' CB-VALOR-BRUTO
                   ' AJUSTE ' CB-VALOR-AJUSTE
                   ' LIQUIDO ' CB-VALOR-LIQUIDO
                   ' CREDITO ' LK-VL-CREDITO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            CLOSE REL-GERACAO.
       P400-EXIT.
            EXIT.
       END PROGRAM PRORATA.
