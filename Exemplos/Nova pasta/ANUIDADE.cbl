      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ANUIDADE ANTECIPADA - A FAMILIA QUE PAGA O ANO TODO DE
      *          UMA VEZ RECEBE O DESCONTO DE ANTECIPACAO. O PROGRAMA
      *          GERA ADIANTADO AS MENSALIDADES DO ALUNO (CFP001SF,
      *          SEQUENCIA 00, TIPO 'ME') DO MES INICIAL ATE DEZEMBRO,
      *          COM O VALOR DA TABELA DA TURMA/ANO (CFP001SE) E A
      *          BOLSA VIGENTE EM CADA VENCIMENTO (CFP001SG), APLICA O
      *          PERCENTUAL DE DESCONTO DO ARQUIVO-PARAMETRO
      *          ANUIDESC.DAT (NOS MOLDES DO TAXAJURO.DAT DO CALCJURO:
      *          POSICOES 1-4 PERCENTUAL 99V99, SEM VIRGULA; SEM O
      *          ARQUIVO, 5,00%) E QUITA TODAS COM UM SO PAGAMENTO:
      *          UM DETALHE POR MES NO PAGDETAL.DAT (CAIXA, COM A
      *          FORMA), UM SO RECIBO (GERRECIB) E O REGISTRO DA
      *          ANUIDADE NO ANUIDADE.DAT (CFP001T9), ONDE FICAM O
      *          BRUTO, A BOLSA, O DESCONTO DE ANTECIPACAO E O PAGO.
      *          A MENSALIDADE ANTECIPADA LEVA CB-TP-AJUSTE 'A' E O
      *          DESCONTO SOMADO AO DA BOLSA; O GERCOBRA PULA OS MESES
      *          DA ANUIDADE E O TRANSFAL MOSTRA O SALDO NAO USADO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANUIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DESCONTO ASSIGN TO "C:/ARQUIVOS/ANUIDESC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRM.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SE ASSIGN TO "C:/ARQUIVOS/MENSALID.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ME-CHAVE
                  FILE STATUS  IS WS-FS-MEN.
           SELECT CFP001SG ASSIGN TO "C:/ARQUIVOS/BOLSAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BS-ID-ALUNO
                  FILE STATUS  IS WS-FS-BOL.
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
           SELECT CFP001SQ ASSIGN TO "C:/ARQUIVOS/CHEQUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CH-CHAVE
                  FILE STATUS  IS WS-FS-CHQ
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001T9 ASSIGN TO "C:/ARQUIVOS/ANUIDADE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AN-CHAVE
                  FILE STATUS  IS WS-FS-ANU
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DESCONTO.
       01  PRM-REG.
           03 PRM-PC-DESCONTO    PIC 9(02)V99.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SE.
           COPY REGMENSA.
       FD  CFP001SG.
           COPY REGBOLSA.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001SQ.
           COPY REGCHEQ.
       FD  CFP001T9.
           COPY REGANUID.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PRM          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MEN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BOL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-BOLSAS      PIC X(01) VALUE 'N'.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CHQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ANU          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-RECUSA          PIC X(01) VALUE 'N'.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-ANO             PIC 9(04) VALUE ZEROS.
           03 WS-MES-INICIAL     PIC 9(02) VALUE ZEROS.
           03 WS-DIA-VENCIMENTO  PIC 9(02) VALUE ZEROS.
           03 WS-DT-PAGAMENTO    PIC 9(08) VALUE ZEROS.
           03 WS-FORMA           PIC X(01) VALUE SPACES.
           03 WS-CHQ-BANCO       PIC X(03) VALUE SPACES.
           03 WS-CHQ-NUMERO      PIC 9(10) VALUE ZEROS.
           03 WS-CHQ-DEPOSITO    PIC 9(08) VALUE ZEROS.
           03 WS-PC-DESCONTO     PIC 9(02)V99 VALUE 5,00.
           03 WS-VALOR-BOLSA     PIC 9(05)V99 VALUE ZEROS.
           03 WS-VALOR-BASE      PIC 9(05)V99 VALUE ZEROS.
           03 WS-R-ANUIDADES     PIC 9(05) VALUE ZEROS.
           03 WS-R-MESES         PIC 9(05) VALUE ZEROS.

      * >>> DATA DE VENCIMENTO MONTADA MES A MES
       01  WS-DT-VENCIMENTO      PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-VENCIMENTO.
           03 WS-DV-ANO          PIC 9(04).
           03 WS-DV-MES          PIC 9(02).
           03 WS-DV-DIA          PIC 9(02).
       01  WS-ANO-MES            PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-ANO-MES.
           03 WS-AM-ANO          PIC 9(04).
           03 WS-AM-MES          PIC 9(02).

      * >>> MESES DA ANUIDADE CALCULADOS ANTES DA CONFIRMACAO
       01  WS-TAB-MESES.
           03 WS-MES-OCC OCCURS 12 TIMES.
              05 WS-TM-DT-VENC   PIC 9(08).
              05 WS-TM-BOLSA     PIC 9(05)V99.
              05 WS-TM-ANTECIP   PIC 9(05)V99.
              05 WS-TM-LIQUIDO   PIC 9(05)V99.
       77  WS-MX                  PIC 9(02) COMP VALUE ZEROS.

       01  WS-TOTAIS.
           03 WS-QT-MESES        PIC 9(02) VALUE ZEROS.
           03 WS-TT-BRUTO        PIC 9(07)V99 VALUE ZEROS.
           03 WS-TT-BOLSA        PIC 9(07)V99 VALUE ZEROS.
           03 WS-TT-ANTECIP      PIC 9(07)V99 VALUE ZEROS.
           03 WS-TT-PAGAR        PIC 9(07)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM A EMISSAO DE RECIBOS (GERRECIB)
       01  WS-RECIBO-AREA.
           03 WS-RB-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-RB-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-RB-VL-PRINCIPAL  PIC 9(05)V99 VALUE ZEROS.
           03 WS-RB-VL-MULTA      PIC 9(05)V99 VALUE ZEROS.
           03 WS-RB-VL-JUROS      PIC 9(05)V99 VALUE ZEROS.
           03 WS-RB-VL-PAGO       PIC 9(07)V99 VALUE ZEROS.
           03 WS-RB-DT-PAGAMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-RB-NR-RECIBO     PIC 9(06) VALUE ZEROS.
           03 WS-RB-MENSAGEM      PIC X(40) VALUE SPACES.
           03 WS-RB-NR-SEQ        PIC 9(02) VALUE ZEROS.

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
            PERFORM P050-ABRIR
            PERFORM P060-LER-DESCONTO THRU P060-EXIT
            PERFORM P100-ANUIDADE THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ANUIDADE' TO WS-LY-PROGRAMA
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
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SE
            IF WS-FS-MEN NOT = 00
               MOVE WS-FS-MEN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SE' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SG
            IF WS-FS-BOL = 35
               MOVE 'S' TO WS-SEM-BOLSAS
            ELSE
            IF WS-FS-BOL NOT = 00
               MOVE WS-FS-BOL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SG' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB = 35 THEN
               OPEN OUTPUT CFP001SF
               CLOSE CFP001SF
               OPEN I-O CFP001SF
            END-IF
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

            OPEN I-O CFP001SQ
            IF WS-FS-CHQ = 35 THEN
               OPEN OUTPUT CFP001SQ
               CLOSE CFP001SQ
               OPEN I-O CFP001SQ
            END-IF
            IF WS-FS-CHQ NOT = 00
               MOVE WS-FS-CHQ                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SQ' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001T9
            IF WS-FS-ANU = 35 THEN
               OPEN OUTPUT CFP001T9
               CLOSE CFP001T9
               OPEN I-O CFP001T9
            END-IF
            IF WS-FS-ANU NOT = 00
               MOVE WS-FS-ANU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> PERCENTUAL DE DESCONTO DA ANTECIPACAO; SEM ARQUIVO OU
      * >>> REGISTRO, SEGUE VALENDO O PADRAO DE WORKING-STORAGE
       P060-LER-DESCONTO.
            OPEN INPUT ARQ-DESCONTO
            IF WS-FS-PRM NOT = 00
               GO TO P060-EXIT
            END-IF
            READ ARQ-DESCONTO
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PRM-REG IS NUMERIC
                         MOVE PRM-PC-DESCONTO TO WS-PC-DESCONTO
                      END-IF
            END-READ
            CLOSE ARQ-DESCONTO.
       P060-EXIT.
            EXIT.

       S100 SECTION.
       P100-ANUIDADE.
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P120-UM-ALUNO THRU P120-EXIT
               DISPLAY 'DESEJA LANCAR OUTRA ANUIDADE, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       P120-UM-ALUNO.
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
            DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA ' TU-ALUNO

            DISPLAY 'DIGITE O ANO DA ANUIDADE (AAAA): '
            ACCEPT WS-ANO
            PERFORM UNTIL WS-ANO IS NUMERIC
                          AND WS-ANO > 2000
               DISPLAY 'ANO INVALIDO! DIGITE O ANO (AAAA): '
               ACCEPT WS-ANO
            END-PERFORM

            MOVE WS-ID-PEDIDO TO AN-ID-ALUNO
            MOVE WS-ANO       TO AN-ANO
            READ CFP001T9
                 KEY IS AN-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'ANUIDADE JA PAGA EM ' AN-DT-PAGAMENTO
                              ' - RECIBO ' AN-NR-RECIBO
                      GO TO P120-EXIT
            END-READ

            MOVE TU-ALUNO TO ME-TU-ALUNO
            MOVE WS-ANO   TO ME-ANO-LETIVO
            READ CFP001SE
                 KEY IS ME-CHAVE
                 INVALID KEY
                      DISPLAY 'SEM MENSALIDADE CADASTRADA PARA A TURMA'
                              ' ' TU-ALUNO ' NO ANO ' WS-ANO
                      GO TO P120-EXIT
            END-READ

            DISPLAY 'DIGITE O MES INICIAL DA ANUIDADE (01 A 12): '
            ACCEPT WS-MES-INICIAL
            PERFORM UNTIL WS-MES-INICIAL IS NUMERIC
                          AND WS-MES-INICIAL > ZEROS
                          AND WS-MES-INICIAL < 13
               DISPLAY 'MES INVALIDO! DIGITE DE 01 A 12: '
               ACCEPT WS-MES-INICIAL
            END-PERFORM
            DISPLAY 'DIGITE O DIA DE VENCIMENTO DAS MENSALIDADES'
                    ' (01 A 28): '
            ACCEPT WS-DIA-VENCIMENTO
            PERFORM UNTIL WS-DIA-VENCIMENTO IS NUMERIC
                          AND WS-DIA-VENCIMENTO > ZEROS
                          AND WS-DIA-VENCIMENTO < 29
               DISPLAY 'DIA INVALIDO! DIGITE DE 01 A 28: '
               ACCEPT WS-DIA-VENCIMENTO
            END-PERFORM

            PERFORM P200-CALCULA THRU P200-EXIT
            IF WS-RECUSA = 'S'
               DISPLAY 'ANUIDADE RECUSADA - ESCOLHA UM MES INICIAL'
                       ' POSTERIOR AS MENSALIDADES JA GERADAS'
               GO TO P120-EXIT
            END-IF

            DISPLAY '--------------------------------------'
            DISPLAY ' DEMONSTRATIVO DA ANUIDADE ' WS-ANO
            DISPLAY '   MESES.......: ' WS-QT-MESES
                    ' (A PARTIR DE ' WS-MES-INICIAL ')'
            DISPLAY '   MENSALIDADE.: ' ME-VALOR
            DISPLAY '   TOTAL BRUTO.: ' WS-TT-BRUTO
            DISPLAY '   BOLSA.......: ' WS-TT-BOLSA
            DISPLAY '   ANTECIPACAO.: ' WS-TT-ANTECIP
                    ' (' WS-PC-DESCONTO '%)'
            DISPLAY '   TOTAL A PAGAR ' WS-TT-PAGAR
            DISPLAY '--------------------------------------'
            DISPLAY 'CONFIRMA A ANUIDADE, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'ANUIDADE ABANDONADA'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DIGITE A DATA DO PAGAMENTO (AAAAMMDD): '
            ACCEPT WS-DT-PAGAMENTO
            PERFORM UNTIL WS-DT-PAGAMENTO IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-PAGAMENTO
            END-PERFORM

      * >>> COMPETENCIA FECHADA PELO FECHFINA NAO RECEBE MOVIMENTO
            MOVE WS-DT-PAGAMENTO TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               DISPLAY 'MES DO PAGAMENTO JA FECHADO PELO FECHFINA -'
                       ' ANUIDADE RECUSADA!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'FORMA DE PAGAMENTO: (D)INHEIRO (C)HEQUE'
                    ' (T)RANSFERENCIA'
            MOVE SPACES TO WS-FORMA
            ACCEPT WS-FORMA
            PERFORM UNTIL WS-FORMA = 'D' OR 'C' OR 'T'
               DISPLAY 'FORMA INVALIDA! DIGITE D, C OU T: '
               ACCEPT WS-FORMA
            END-PERFORM

            PERFORM VARYING WS-MX FROM WS-MES-INICIAL BY 1
                    UNTIL WS-MX > 12
               PERFORM P300-GRAVA-MES THRU P300-EXIT
            END-PERFORM
            IF WS-FORMA = 'C'
               PERFORM P390-DADOS-CHEQUE THRU P390-EXIT
            END-IF
            PERFORM P400-EMITE-RECIBO THRU P400-EXIT
            PERFORM P450-GRAVA-ANUIDADE THRU P450-EXIT.
       P120-EXIT.
            EXIT.

      * >>> MONTA OS MESES DA ANUIDADE: BOLSA VIGENTE NO VENCIMENTO
      * >>> (MESMA REGRA DO GERCOBRA), DESCONTO DE ANTECIPACAO SOBRE
      * >>> O VALOR JA COM BOLSA; MES COM MENSALIDADE JA GERADA RECUSA
       S200 SECTION.
       P200-CALCULA.
            MOVE 'N'   TO WS-RECUSA
            INITIALIZE WS-TOTAIS
            PERFORM VARYING WS-MX FROM WS-MES-INICIAL BY 1
                    UNTIL WS-MX > 12
               PERFORM P210-CALCULA-MES THRU P210-EXIT
            END-PERFORM.
       P200-EXIT.
            EXIT.

       P210-CALCULA-MES.
            MOVE WS-ANO            TO WS-AM-ANO
            MOVE WS-MX             TO WS-AM-MES
            MOVE WS-ID-PEDIDO      TO CB-ID-ALUNO
            MOVE WS-ANO-MES        TO CB-ANO-MES
            MOVE ZEROS             TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'MENSALIDADE ' WS-ANO-MES
                              ' JA GERADA - SITUACAO ' CB-ST-COBRANCA
                      MOVE 'S' TO WS-RECUSA
            END-READ

            MOVE WS-ANO            TO WS-DV-ANO
            MOVE WS-MX             TO WS-DV-MES
            MOVE WS-DIA-VENCIMENTO TO WS-DV-DIA
            MOVE WS-DT-VENCIMENTO  TO WS-TM-DT-VENC(WS-MX)

            PERFORM P220-BOLSA THRU P220-EXIT
            COMPUTE WS-VALOR-BASE = ME-VALOR - WS-VALOR-BOLSA
            MOVE WS-VALOR-BOLSA TO WS-TM-BOLSA(WS-MX)
            COMPUTE WS-TM-ANTECIP(WS-MX) ROUNDED =
                    WS-VALOR-BASE * WS-PC-DESCONTO / 100
            COMPUTE WS-TM-LIQUIDO(WS-MX) =
                    WS-VALOR-BASE - WS-TM-ANTECIP(WS-MX)

            ADD 1                    TO WS-QT-MESES
            ADD ME-VALOR             TO WS-TT-BRUTO
            ADD WS-TM-BOLSA(WS-MX)   TO WS-TT-BOLSA
            ADD WS-TM-ANTECIP(WS-MX) TO WS-TT-ANTECIP
            ADD WS-TM-LIQUIDO(WS-MX) TO WS-TT-PAGAR.
       P210-EXIT.
            EXIT.

       P220-BOLSA.
            MOVE ZEROS TO WS-VALOR-BOLSA
            IF WS-SEM-BOLSAS = 'S'
               GO TO P220-EXIT
            END-IF
            MOVE WS-ID-PEDIDO TO BS-ID-ALUNO
            READ CFP001SG
                 KEY IS BS-ID-ALUNO
                 INVALID KEY
                      GO TO P220-EXIT
            END-READ
            IF WS-DT-VENCIMENTO < BS-DT-INICIO
               OR WS-DT-VENCIMENTO > BS-DT-FIM
               GO TO P220-EXIT
            END-IF
            COMPUTE WS-VALOR-BOLSA ROUNDED =
                    ME-VALOR * BS-PERCENTUAL / 100.
       P220-EXIT.
            EXIT.

      * >>> GRAVA A MENSALIDADE JA QUITADA E O DETALHE DO RECEBIMENTO
       S300 SECTION.
       P300-GRAVA-MES.
            MOVE WS-ANO            TO WS-AM-ANO
            MOVE WS-MX             TO WS-AM-MES
            MOVE WS-ID-PEDIDO      TO CB-ID-ALUNO
            MOVE WS-ANO-MES        TO CB-ANO-MES
            MOVE ZEROS             TO CB-NR-SEQ
            MOVE WS-TM-DT-VENC(WS-MX) TO CB-DT-VENCIMENTO
            MOVE ME-VALOR          TO CB-VALOR-BRUTO
            COMPUTE CB-VALOR-DESCONTO =
                    WS-TM-BOLSA(WS-MX) + WS-TM-ANTECIP(WS-MX)
            MOVE WS-TM-LIQUIDO(WS-MX) TO CB-VALOR-LIQUIDO
            MOVE WS-TM-LIQUIDO(WS-MX) TO CB-VALOR-PAGO
            MOVE WS-DT-PAGAMENTO   TO CB-DT-PAGAMENTO
            SET COBRANCA-PAGA      TO TRUE
            SET TIPO-MENSALIDADE   TO TRUE
            MOVE ZEROS             TO CB-NR-PLANO
            SET AJUSTE-ANUIDADE    TO TRUE
            MOVE ZEROS             TO CB-VALOR-AJUSTE
            MOVE ZEROS             TO CB-DIAS-COBRADOS
            MOVE ZEROS             TO CB-DIAS-MES
            MOVE ZEROS             TO CB-NOSSO-NUMERO
            MOVE SPACES            TO CB-TXID
            WRITE REG-CFP001SF
            END-WRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SF' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-ID-PEDIDO      TO PD-ID-ALUNO
            MOVE WS-ANO-MES        TO PD-ANO-MES
            MOVE ZEROS             TO PD-NR-SEQ
            MOVE 1                 TO PD-SEQUENCIA
            MOVE WS-DT-PAGAMENTO   TO PD-DT-PAGAMENTO
            MOVE WS-TM-LIQUIDO(WS-MX) TO PD-VALOR-PAGO
            SET PAGTO-CAIXA        TO TRUE
            MOVE WS-SS-OPERADOR    TO PD-OPERADOR
            MOVE WS-FORMA          TO PD-FORMA
            MOVE ZEROS             TO PD-CARTEIRA
            WRITE REG-CFP001SM
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-MESES.
       P300-EXIT.
            EXIT.

      * >>> PAGAMENTO EM CHEQUE ENTRA NO CONTROLE DE COMPENSACAO
      * >>> (CHEQUES.DAT) COMO PENDENTE, LIGADO AO PRIMEIRO MES
       P390-DADOS-CHEQUE.
            DISPLAY 'DIGITE O CODIGO DO BANCO (3 POSICOES): '
            ACCEPT WS-CHQ-BANCO
            DISPLAY 'DIGITE O NUMERO DO CHEQUE (10 DIGITOS): '
            ACCEPT WS-CHQ-NUMERO
            DISPLAY 'DIGITE A DATA DE DEPOSITO (AAAAMMDD): '
            ACCEPT WS-CHQ-DEPOSITO
            PERFORM UNTIL WS-CHQ-DEPOSITO IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-CHQ-DEPOSITO
            END-PERFORM

            MOVE WS-ANO          TO WS-AM-ANO
            MOVE WS-MES-INICIAL  TO WS-AM-MES
            MOVE WS-CHQ-BANCO    TO CH-BANCO
            MOVE WS-CHQ-NUMERO   TO CH-NR-CHEQUE
            MOVE WS-ID-PEDIDO    TO CH-ID-ALUNO
            MOVE WS-ANO-MES      TO CH-ANO-MES
            MOVE ZEROS           TO CH-NR-SEQ
            MOVE WS-TT-PAGAR     TO CH-VALOR
            MOVE WS-CHQ-DEPOSITO TO CH-DT-DEPOSITO
            SET CHEQUE-PENDENTE  TO TRUE
            WRITE REG-CFP001SQ
                  INVALID KEY
                       DISPLAY 'CHEQUE JA CADASTRADO NO CONTROLE!'
                  NOT INVALID KEY
                       DISPLAY 'CHEQUE INCLUIDO NO CONTROLE DE'
                               ' COMPENSACAO'
            END-WRITE.
       P390-EXIT.
            EXIT.

      * >>> UM SO RECIBO PARA O PAGAMENTO DA ANUIDADE, LIGADO AO
      * >>> PRIMEIRO MES QUITADO
       S400 SECTION.
       P400-EMITE-RECIBO.
            MOVE WS-ANO           TO WS-AM-ANO
            MOVE WS-MES-INICIAL   TO WS-AM-MES
            MOVE WS-ID-PEDIDO     TO WS-RB-ID-ALUNO
            MOVE WS-ANO-MES       TO WS-RB-ANO-MES
            MOVE ZEROS            TO WS-RB-NR-SEQ
            MOVE WS-TT-PAGAR      TO WS-RB-VL-PRINCIPAL
            MOVE ZEROS            TO WS-RB-VL-MULTA
            MOVE ZEROS            TO WS-RB-VL-JUROS
            MOVE WS-TT-PAGAR      TO WS-RB-VL-PAGO
            MOVE WS-DT-PAGAMENTO  TO WS-RB-DT-PAGAMENTO
            CALL 'GERRECIB' USING WS-RECIBO-AREA
            IF WS-RB-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO GERRECIB: ' WS-RB-MENSAGEM
            ELSE
               DISPLAY 'RECIBO EMITIDO NR ' WS-RB-NR-RECIBO
            END-IF.
       P400-EXIT.
            EXIT.

       P450-GRAVA-ANUIDADE.
            MOVE WS-ID-PEDIDO     TO AN-ID-ALUNO
            MOVE WS-ANO           TO AN-ANO
            MOVE WS-MES-INICIAL   TO AN-MES-INICIAL
            MOVE WS-QT-MESES      TO AN-QT-MESES
            MOVE WS-TT-BRUTO      TO AN-VL-BRUTO
            MOVE WS-TT-BOLSA      TO AN-VL-BOLSA
            MOVE WS-PC-DESCONTO   TO AN-PC-DESCONTO
            MOVE WS-TT-ANTECIP    TO AN-VL-DESCONTO
            MOVE WS-TT-PAGAR      TO AN-VL-PAGO
            MOVE WS-DT-PAGAMENTO  TO AN-DT-PAGAMENTO
            MOVE WS-FORMA         TO AN-FORMA
            MOVE WS-RB-NR-RECIBO  TO AN-NR-RECIBO
            MOVE WS-SS-OPERADOR   TO AN-OPERADOR
            WRITE REG-CFP001T9
            END-WRITE
            IF WS-FS-ANU NOT = 00
               MOVE WS-FS-ANU                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001T9' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-ANUIDADES
            DISPLAY 'ANUIDADE ' WS-ANO ' QUITADA - ' WS-QT-MESES
                    ' MESES, DESCONTO DE ANTECIPACAO ' WS-TT-ANTECIP.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001SE
            IF WS-SEM-BOLSAS = 'N'
               CLOSE CFP001SG
            END-IF
            CLOSE CFP001SF
            CLOSE CFP001SM
            CLOSE CFP001SQ
            CLOSE CFP001T9
            IF WS-FS-ANU NOT = 00 THEN
               MOVE WS-FS-ANU                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T9'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA ANUIDADE'
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
            MOVE 'ANUIDADE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA ANUIDADE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ANUIDADES QUITADAS.....: ' WS-R-ANUIDADES
            DISPLAY ' MENSALIDADES GERADAS...: ' WS-R-MESES
            DISPLAY '--------------------------------------'
            MOVE 'ANUIDADE' TO WS-LG-PROGRAMA
            MOVE 'ANUIDADES PAGAS' TO WS-LG-CONTADOR
            MOVE WS-R-ANUIDADES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM ANUIDADE.
