      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DE ORCADO X REALIZADO - PARA O MES PEDIDO
      *          (AAAAMM) COMPARA, POR UNIDADE E TIPO DE COBRANCA, O
      *          ORCAMENTO DO ORCAMENT.DAT (CFP001T8, MANTIDO PELO
      *          CADORCAM) COM O FATURADO NO COBRANCA.DAT (CFP001SF,
      *          VALOR LIQUIDO PELA COMPETENCIA, SEM AS RENEGOCIADAS)
      *          E O RECEBIDO NO PAGDETAL.DAT (CFP001SM, PELA DATA DO
      *          PAGAMENTO, SEM O USO DE CREDITO - MESMA REGRA DO
      *          FECHFINA). A UNIDADE VEM DO ALUNO (CFP001S1).
      *          CADA LINHA TRAZ O MES E O ACUMULADO DO ANO, COM O
      *          PERCENTUAL ATINGIDO SOBRE O ORCADO; AS CINCO MAIORES
      *          FALTAS DO ACUMULADO (ORCADO - RECEBIDO) SAEM MARCADAS
      *          COM '***' E LISTADAS NO FIM.
      *          SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T8 ASSIGN TO "C:/ARQUIVOS/ORCAMENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OR-CHAVE
                  FILE STATUS  IS WS-FS-ORC.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT REL-ORCAM ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T8.
           COPY REGORCAM.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  REL-ORCAM.
       01  REL-LINHA             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ORC          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-ANO-MES-R REDEFINES WS-ANO-MES.
              05 WS-ANO          PIC 9(04).
              05 WS-MES          PIC 9(02).
           03 WS-REF-ANO         PIC 9(04) VALUE ZEROS.
           03 WS-REF-MES         PIC 9(02) VALUE ZEROS.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-TP-COBRANCA     PIC X(02) VALUE SPACES.
           03 WS-VALOR           PIC 9(07)V99 VALUE ZEROS.
           03 WS-NO-MES          PIC X(01) VALUE 'N'.
           03 WS-ULT-ALUNO       PIC 9(05) VALUE ZEROS.
           03 WS-ULT-UNIDADE     PIC X(03) VALUE SPACES.
           03 WS-FIM-ORC         PIC X(01) VALUE 'N'.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-COBRANCAS     PIC 9(07) VALUE ZEROS.
           03 WS-R-PAGAMENTOS    PIC 9(07) VALUE ZEROS.
           03 WS-R-DESCARTADOS   PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> UMA LINHA POR UNIDADE + TIPO DE COBRANCA, COM O MES PEDIDO
      * >>> E O ACUMULADO DO ANO ATE ELE
       77  WS-QTD-LINHAS          PIC 9(03) VALUE ZEROS.
       01  WS-TAB-ORCAM.
           03 WS-ORC-OCC OCCURS 200 TIMES INDEXED BY WS-OX.
              05 WS-TO-UNIDADE   PIC X(03).
              05 WS-TO-TIPO      PIC X(02).
              05 WS-TO-ORC-MES   PIC 9(09)V99.
              05 WS-TO-FAT-MES   PIC 9(09)V99.
              05 WS-TO-REC-MES   PIC 9(09)V99.
              05 WS-TO-ORC-ANO   PIC 9(09)V99.
              05 WS-TO-FAT-ANO   PIC 9(09)V99.
              05 WS-TO-REC-ANO   PIC 9(09)V99.
              05 WS-TO-FALTA     PIC 9(09)V99.
              05 WS-TO-DESTAQUE  PIC X(01).
       77  WS-OX-ACHADA           PIC 9(03) COMP VALUE ZEROS.
       77  WS-OX-MAIOR            PIC 9(03) COMP VALUE ZEROS.
       77  WS-RANK                PIC 9(01) VALUE ZEROS.
       77  WS-MAIOR-FALTA         PIC 9(09)V99 VALUE ZEROS.

      * >>> TOTAIS GERAIS
       01  WS-TOTAIS.
           03 WS-TT-ORC-MES      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-FAT-MES      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-REC-MES      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-ORC-ANO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-FAT-ANO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-REC-ANO      PIC 9(09)V99 VALUE ZEROS.

      * >>> CAMPOS EDITADOS DA LINHA
       01  WS-EDITADOS.
           03 WS-ED-ORC          PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-FAT          PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-REC          PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-FALTA        PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-PCT          PIC ZZ9,9.
       77  WS-PCT                 PIC 9(03)V9 VALUE ZEROS.
       77  WS-CALC-ORC            PIC 9(09)V99 VALUE ZEROS.
       77  WS-CALC-REC            PIC 9(09)V99 VALUE ZEROS.
       77  WS-MARCA               PIC X(03) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

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

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RELORCAM - INICIADO'
            DISPLAY 'DIGITE O MES DE REFERENCIA (AAAAMM): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
                          AND WS-ANO > 2000
                          AND WS-MES > ZEROS
                          AND WS-MES < 13
               DISPLAY 'MES INVALIDO! DIGITE NO FORMATO AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM

            PERFORM P050-ABRIR
            PERFORM P100-CARREGA-ORCAMENTO THRU P100-EXIT
            PERFORM P200-FATURADO THRU P200-EXIT
            PERFORM P300-RECEBIDO THRU P300-EXIT
            PERFORM P400-MAIORES-FALTAS THRU P400-EXIT
            PERFORM P500-IMPRIME THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELORCAM' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ORCAMENT_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001T8
            IF WS-FS-ORC NOT = 00
               MOVE WS-FS-ORC                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SM
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-ORCAM
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ORCAM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> ORCAMENTO DO ANO: O MES PEDIDO E O ACUMULADO ATE ELE
       S100 SECTION.
       P100-CARREGA-ORCAMENTO.
            MOVE WS-ANO      TO OR-ANO
            MOVE LOW-VALUES  TO OR-UNIDADE
            MOVE LOW-VALUES  TO OR-TP-COBRANCA
            MOVE ZEROS       TO OR-MES
            START CFP001T8 KEY IS NOT LESS OR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-ORC
            END-START
            PERFORM P110-LE-ORCAMENTO THRU P110-EXIT
                    UNTIL WS-FIM-ORC = 'S'.
       P100-EXIT.
            EXIT.

       P110-LE-ORCAMENTO.
            READ CFP001T8 NEXT RECORD
            IF WS-FS-ORC NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ORC                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001T8'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ORC = 10 OR OR-ANO NOT = WS-ANO
               MOVE 'S' TO WS-FIM-ORC
               GO TO P110-EXIT
            END-IF
            IF OR-MES > WS-MES
               GO TO P110-EXIT
            END-IF
            MOVE OR-UNIDADE     TO WS-UNIDADE
            MOVE OR-TP-COBRANCA TO WS-TP-COBRANCA
            PERFORM P150-LOCALIZA-LINHA THRU P150-EXIT
            IF WS-OX-ACHADA = ZEROS
               GO TO P110-EXIT
            END-IF
            ADD OR-VALOR-ORCADO TO WS-TO-ORC-ANO(WS-OX-ACHADA)
            IF OR-MES = WS-MES
               ADD OR-VALOR-ORCADO TO WS-TO-ORC-MES(WS-OX-ACHADA)
            END-IF.
       P110-EXIT.
            EXIT.

      * >>> ACHA (OU ABRE) A LINHA DE WS-UNIDADE + WS-TP-COBRANCA; COM
      * >>> A TABELA CHEIA, O VALOR E CONTADO COMO DESCARTADO
       P150-LOCALIZA-LINHA.
            MOVE ZEROS TO WS-OX-ACHADA
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-LINHAS
                       OR WS-OX-ACHADA > ZEROS
               IF WS-TO-UNIDADE(WS-OX) = WS-UNIDADE
                  AND WS-TO-TIPO(WS-OX) = WS-TP-COBRANCA
                  SET WS-OX-ACHADA TO WS-OX
               END-IF
            END-PERFORM
            IF WS-OX-ACHADA > ZEROS
               GO TO P150-EXIT
            END-IF
            IF WS-QTD-LINHAS NOT < 200
               ADD 1 TO WS-R-DESCARTADOS
               GO TO P150-EXIT
            END-IF
            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-QTD-LINHAS TO WS-OX-ACHADA
            INITIALIZE WS-ORC-OCC(WS-OX-ACHADA)
            MOVE WS-UNIDADE     TO WS-TO-UNIDADE(WS-OX-ACHADA)
            MOVE WS-TP-COBRANCA TO WS-TO-TIPO(WS-OX-ACHADA).
       P150-EXIT.
            EXIT.

      * >>> UNIDADE DO ALUNO, GUARDANDO A ULTIMA LIDA (OS ARQUIVOS
      * >>> VEM EM ORDEM DE ALUNO)
       P160-UNIDADE-ALUNO.
            IF ID-ALUNO = WS-ULT-ALUNO
               AND WS-ULT-UNIDADE NOT = SPACES
               MOVE WS-ULT-UNIDADE TO WS-UNIDADE
               GO TO P160-EXIT
            END-IF
            MOVE ID-ALUNO TO WS-ULT-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE '???' TO UN-ALUNO
            END-READ
            IF UN-ALUNO = SPACES
               MOVE '???' TO UN-ALUNO
            END-IF
            MOVE UN-ALUNO TO WS-ULT-UNIDADE
            MOVE UN-ALUNO TO WS-UNIDADE.
       P160-EXIT.
            EXIT.

      * >>> FATURADO: VALOR LIQUIDO DAS COBRANCAS DA COMPETENCIA
       S200 SECTION.
       P200-FATURADO.
            PERFORM P210-LE-COBRANCA THRU P210-EXIT
                    UNTIL WS-FS-COB = 10.
       P200-EXIT.
            EXIT.

       P210-LE-COBRANCA.
            READ CFP001SF NEXT RECORD
            IF WS-FS-COB NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SF'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-COB = 10 OR COBRANCA-RENEGOCIADA
               GO TO P210-EXIT
            END-IF
            MOVE CB-ANO-MES(1:4) TO WS-REF-ANO
            MOVE CB-ANO-MES(5:2) TO WS-REF-MES
            IF WS-REF-ANO NOT = WS-ANO OR WS-REF-MES > WS-MES
               GO TO P210-EXIT
            END-IF
            MOVE CB-ID-ALUNO TO ID-ALUNO
            PERFORM P160-UNIDADE-ALUNO THRU P160-EXIT
            MOVE CB-TP-COBRANCA TO WS-TP-COBRANCA
            PERFORM P150-LOCALIZA-LINHA THRU P150-EXIT
            IF WS-OX-ACHADA = ZEROS
               GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-R-COBRANCAS
            ADD CB-VALOR-LIQUIDO TO WS-TO-FAT-ANO(WS-OX-ACHADA)
            IF WS-REF-MES = WS-MES
               ADD CB-VALOR-LIQUIDO TO WS-TO-FAT-MES(WS-OX-ACHADA)
            END-IF.
       P210-EXIT.
            EXIT.

      * >>> RECEBIDO: PAGAMENTOS PELA DATA, SEM O USO DE CREDITO; O
      * >>> TIPO VEM DA COBRANCA PAGA
       S300 SECTION.
       P300-RECEBIDO.
            PERFORM P310-LE-PAGAMENTO THRU P310-EXIT
                    UNTIL WS-FS-DET = 10.
       P300-EXIT.
            EXIT.

       P310-LE-PAGAMENTO.
            READ CFP001SM
            IF WS-FS-DET NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SM'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-DET = 10 OR PAGTO-CREDITO
               GO TO P310-EXIT
            END-IF
            MOVE PD-DT-PAGAMENTO(1:4) TO WS-REF-ANO
            MOVE PD-DT-PAGAMENTO(5:2) TO WS-REF-MES
            IF WS-REF-ANO NOT = WS-ANO OR WS-REF-MES > WS-MES
               GO TO P310-EXIT
            END-IF
            MOVE PD-ID-ALUNO TO CB-ID-ALUNO
            MOVE PD-ANO-MES  TO CB-ANO-MES
            MOVE PD-NR-SEQ   TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE '??' TO CB-TP-COBRANCA
            END-READ
            MOVE PD-ID-ALUNO TO ID-ALUNO
            PERFORM P160-UNIDADE-ALUNO THRU P160-EXIT
            MOVE CB-TP-COBRANCA TO WS-TP-COBRANCA
            PERFORM P150-LOCALIZA-LINHA THRU P150-EXIT
            IF WS-OX-ACHADA = ZEROS
               GO TO P310-EXIT
            END-IF
            ADD 1 TO WS-R-PAGAMENTOS
            ADD PD-VALOR-PAGO TO WS-TO-REC-ANO(WS-OX-ACHADA)
            IF WS-REF-MES = WS-MES
               ADD PD-VALOR-PAGO TO WS-TO-REC-MES(WS-OX-ACHADA)
            END-IF.
       P310-EXIT.
            EXIT.

      * >>> FALTA DO ACUMULADO E MARCACAO DAS CINCO MAIORES
       S400 SECTION.
       P400-MAIORES-FALTAS.
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-LINHAS
               MOVE SPACES TO WS-TO-DESTAQUE(WS-OX)
               IF WS-TO-ORC-ANO(WS-OX) > WS-TO-REC-ANO(WS-OX)
                  COMPUTE WS-TO-FALTA(WS-OX) =
                          WS-TO-ORC-ANO(WS-OX) - WS-TO-REC-ANO(WS-OX)
               ELSE
                  MOVE ZEROS TO WS-TO-FALTA(WS-OX)
               END-IF
            END-PERFORM
            PERFORM P410-MARCA-MAIOR THRU P410-EXIT
                    VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 5.
       P400-EXIT.
            EXIT.

       P410-MARCA-MAIOR.
            MOVE ZEROS TO WS-MAIOR-FALTA
            MOVE ZEROS TO WS-OX-MAIOR
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-LINHAS
               IF WS-TO-DESTAQUE(WS-OX) = SPACES
                  AND WS-TO-FALTA(WS-OX) > WS-MAIOR-FALTA
                  MOVE WS-TO-FALTA(WS-OX) TO WS-MAIOR-FALTA
                  SET WS-OX-MAIOR TO WS-OX
               END-IF
            END-PERFORM
            IF WS-OX-MAIOR > ZEROS
               MOVE WS-RANK TO WS-TO-DESTAQUE(WS-OX-MAIOR)
            END-IF.
       P410-EXIT.
            EXIT.

      * >>> RELATORIO: UMA LINHA DO MES E UMA DO ACUMULADO POR
      * >>> UNIDADE + TIPO, TOTAIS E A LISTA DAS MAIORES FALTAS
       S500 SECTION.
       P500-IMPRIME.
            MOVE SPACES TO REL-LINHA
            STRING 'ORCADO X REALIZADO - MES ' WS-MES '/' WS-ANO
                   ' E ACUMULADO DO ANO'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'UNI TP PERIODO        ORCADO       FATURADO'
                   '       RECEBIDO     %          FALTA'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            IF WS-QTD-LINHAS = ZEROS
               MOVE 'SEM ORCAMENTO OU MOVIMENTO NO PERIODO'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            PERFORM P510-LINHA THRU P510-EXIT
                    VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-LINHAS

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-TT-ORC-MES TO WS-CALC-ORC
            MOVE WS-TT-REC-MES TO WS-CALC-REC
            PERFORM P590-PERCENTUAL THRU P590-EXIT
            MOVE WS-TT-ORC-MES TO WS-ED-ORC
            MOVE WS-TT-FAT-MES TO WS-ED-FAT
            MOVE WS-TT-REC-MES TO WS-ED-REC
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL  MES    ' WS-ED-ORC ' ' WS-ED-FAT
                   ' ' WS-ED-REC ' ' WS-ED-PCT
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-TT-ORC-ANO TO WS-CALC-ORC
            MOVE WS-TT-REC-ANO TO WS-CALC-REC
            PERFORM P590-PERCENTUAL THRU P590-EXIT
            MOVE WS-TT-ORC-ANO TO WS-ED-ORC
            MOVE WS-TT-FAT-ANO TO WS-ED-FAT
            MOVE WS-TT-REC-ANO TO WS-ED-REC
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL  ANO    ' WS-ED-ORC ' ' WS-ED-FAT
                   ' ' WS-ED-REC ' ' WS-ED-PCT
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            MOVE SPACES TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'MAIORES FALTAS NO ACUMULADO (ORCADO - RECEBIDO)'
                 TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM P550-FALTAS THRU P550-EXIT
                    VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 5.
       P500-EXIT.
            EXIT.

       P510-LINHA.
            ADD WS-TO-ORC-MES(WS-OX) TO WS-TT-ORC-MES
            ADD WS-TO-FAT-MES(WS-OX) TO WS-TT-FAT-MES
            ADD WS-TO-REC-MES(WS-OX) TO WS-TT-REC-MES
            ADD WS-TO-ORC-ANO(WS-OX) TO WS-TT-ORC-ANO
            ADD WS-TO-FAT-ANO(WS-OX) TO WS-TT-FAT-ANO
            ADD WS-TO-REC-ANO(WS-OX) TO WS-TT-REC-ANO

            MOVE WS-TO-ORC-MES(WS-OX) TO WS-CALC-ORC
            MOVE WS-TO-REC-MES(WS-OX) TO WS-CALC-REC
            PERFORM P590-PERCENTUAL THRU P590-EXIT
            MOVE WS-TO-ORC-MES(WS-OX) TO WS-ED-ORC
            MOVE WS-TO-FAT-MES(WS-OX) TO WS-ED-FAT
            MOVE WS-TO-REC-MES(WS-OX) TO WS-ED-REC
            MOVE SPACES TO REL-LINHA
            STRING WS-TO-UNIDADE(WS-OX) ' ' WS-TO-TIPO(WS-OX)
                   ' MES    ' WS-ED-ORC ' ' WS-ED-FAT
                   ' ' WS-ED-REC ' ' WS-ED-PCT
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            MOVE WS-TO-ORC-ANO(WS-OX) TO WS-CALC-ORC
            MOVE WS-TO-REC-ANO(WS-OX) TO WS-CALC-REC
            PERFORM P590-PERCENTUAL THRU P590-EXIT
            MOVE WS-TO-ORC-ANO(WS-OX) TO WS-ED-ORC
            MOVE WS-TO-FAT-ANO(WS-OX) TO WS-ED-FAT
            MOVE WS-TO-REC-ANO(WS-OX) TO WS-ED-REC
            MOVE WS-TO-FALTA(WS-OX)   TO WS-ED-FALTA
            IF WS-TO-DESTAQUE(WS-OX) = SPACES
               MOVE SPACES TO WS-MARCA
            ELSE
               MOVE '***'  TO WS-MARCA
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '       ANO    ' WS-ED-ORC ' ' WS-ED-FAT
                   ' ' WS-ED-REC ' ' WS-ED-PCT
                   ' ' WS-ED-FALTA ' ' WS-MARCA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P510-EXIT.
            EXIT.

       P550-FALTAS.
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-LINHAS
               IF WS-TO-DESTAQUE(WS-OX) = WS-RANK
                  MOVE WS-TO-FALTA(WS-OX) TO WS-ED-FALTA
                  MOVE SPACES TO REL-LINHA
                  STRING '*** ' WS-RANK '. UNIDADE '
                         WS-TO-UNIDADE(WS-OX)
                         ' TIPO ' WS-TO-TIPO(WS-OX)
                         ' FALTA ' WS-ED-FALTA
                         DELIMITED BY SIZE INTO REL-LINHA
                  PERFORM P650-ESCREVER THRU P650-EXIT
               END-IF
            END-PERFORM.
       P550-EXIT.
            EXIT.

      * >>> PERCENTUAL ATINGIDO (RECEBIDO SOBRE O ORCADO); SEM ORCADO
      * >>> OU ACIMA DE 999,9 SAI ZERADO OU NO LIMITE
       P590-PERCENTUAL.
            MOVE ZEROS TO WS-PCT
            IF WS-CALC-ORC > ZEROS
               COMPUTE WS-PCT ROUNDED =
                       WS-CALC-REC * 100 / WS-CALC-ORC
                       ON SIZE ERROR
                          MOVE 999,9 TO WS-PCT
               END-COMPUTE
            END-IF
            MOVE WS-PCT TO WS-ED-PCT.
       P590-EXIT.
            EXIT.

       S650 SECTION.
       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T8
            CLOSE CFP001SF
            CLOSE CFP001SM
            CLOSE CFP001S1
            CLOSE REL-ORCAM
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-ORCAM'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELORCAM'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELORCAM'
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
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'RELORCAM' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELORCAM FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LINHAS UNIDADE/TIPO: ' WS-QTD-LINHAS
            DISPLAY ' COBRANCAS SOMADAS..: ' WS-R-COBRANCAS
            DISPLAY ' PAGAMENTOS SOMADOS.: ' WS-R-PAGAMENTOS
            IF WS-R-DESCARTADOS > ZEROS
               DISPLAY ' FORA DA TABELA.....: ' WS-R-DESCARTADOS
            END-IF
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELORCAM.
