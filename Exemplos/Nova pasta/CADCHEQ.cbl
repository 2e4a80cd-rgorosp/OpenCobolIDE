      *         RECEBIMENTO (PAGDETAL.DAT, FORMA 'C' E MESMO VALOR),
      *         PARA FECHCAIX/FECHFINA/EXPCONTA/DECLPAGT NAO SOMAREM
      *         DINHEIRO QUE O BANCO DEVOLVEU
      * Update: 15-10-26 - A DEVOLUCAO CANCELA NO CREDFAMI O SALDO NAO
      *         USADO DO CREDITO QUE O EXCESSO DO CHEQUE GEROU NA
      *         COBRANCA, AVISANDO O QUE A FAMILIA JA CONSUMIU
      * Update: 15-10-26 - OPCAO 4 TRATA AS DEVOLUCOES APONTADAS PELA
      *         CONCILIACAO BANCARIA (CHEQDEVB.TXT DO CONCBANC): CADA
      *         CHEQUE CONFIRMADO PASSA PELO MESMO FLUXO DA OPCAO 3;
      *         O NAO CONFIRMADO FICA NO ARQUIVO PARA A PROXIMA VEZ
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHEQ.
           SELECT LOG-DEVOLVIDO ASSIGN TO "C:/ARQUIVOS/CHEQDEVO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
           SELECT ARQ-APONTADO ASSIGN TO "C:/ARQUIVOS/CHEQDEVB.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-APO.
           SELECT REL-PENDENTE ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGPGDET.
       FD  LOG-DEVOLVIDO.
       01  LOG-LINHA             PIC X(120).
       FD  ARQ-APONTADO.
       01  APO-REG.
           03 APO-BANCO          PIC X(03).
           03 APO-NR-CHEQUE      PIC 9(10).
           03 APO-DATA           PIC 9(08).
           03 APO-VALOR          PIC 9(07)V99.
       FD  REL-PENDENTE.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-APO          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-APO         PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-SEM-DETALHE     PIC X(01) VALUE 'N'.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-ACHOU-DET       PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.

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

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * >>> DEVOLUCOES APONTADAS PELA CONCILIACAO (CHEQDEVB.TXT)
       01  WS-TAB-APONTADO.
           03 WS-AP-OCC OCCURS 200 TIMES INDEXED BY WS-AX.
              05 WS-AP-REG        PIC X(30).
              05 WS-AP-MANTER     PIC X(01).
       77  WS-QTD-APONTADOS       PIC 9(03) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADCHEQ' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001SQ
               DISPLAY ' <1> - RELATORIO DE PENDENTES'
               DISPLAY ' <2> - COMPENSAR CHEQUE'
               DISPLAY ' <3> - CHEQUE DEVOLVIDO'
               DISPLAY ' <4> - DEVOLUCOES APONTADAS PELO BANCO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
                     PERFORM P300-COMPENSAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-DEVOLVIDO THRU P400-EXIT
                   WHEN '4'
                     PERFORM P500-APONTADOS THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'CHEQUE JA ESTA DEVOLVIDO!'
               GO TO P400-EXIT
            END-IF
            PERFORM P405-DEVOLVE THRU P405-EXIT.
       P400-EXIT.
            EXIT.

      * >>> DEVOLUCAO DO CHEQUE JA LIDO NO CFP001SQ
       P405-DEVOLVE.
            SET CHEQUE-DEVOLVIDO TO TRUE
            REWRITE REG-CFP001SQ
            END-REWRITE
                 KEY IS CB-CHAVE
                 INVALID KEY
                      DISPLAY 'COBRANCA DO CHEQUE NAO ENCONTRADA!'
                      GO TO P405-EXIT
            END-READ
            IF CH-VALOR NOT GREATER CB-VALOR-PAGO
               SUBTRACT CH-VALOR FROM CB-VALOR-PAGO
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            PERFORM P410-CANCELA-CREDITO THRU P410-EXIT
            PERFORM P420-ESTORNA-DETALHE THRU P420-EXIT
            PERFORM P450-LOG-DEVOLVIDO THRU P450-EXIT
            ADD 1 TO WS-R-DEVOLVIDOS
            DISPLAY 'CHEQUE DEVOLVIDO - COBRANCA REABERTA!'.
       P405-EXIT.
            EXIT.

      * >>> O EXCESSO PAGO COM O CHEQUE DEVOLVIDO VIROU CREDITO DA
      * >>> FAMILIA QUE NAO EXISTE: O SALDO NAO USADO E CANCELADO
       P410-CANCELA-CREDITO.
            MOVE 'X'         TO WS-CF-FUNCAO
            MOVE CH-ID-ALUNO TO WS-CF-ID-ALUNO
            MOVE ZEROS       TO WS-CF-ID-CONTATO
            MOVE CH-ANO-MES  TO WS-CF-ANO-MES
            MOVE CH-NR-SEQ   TO WS-CF-NR-SEQ
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
               GO TO P410-EXIT
            END-IF
            IF WS-CF-VALOR > ZEROS
               DISPLAY 'CREDITO DA FAMILIA CANCELADO: ' WS-CF-VALOR
            END-IF
            IF WS-CF-VL-USADO > ZEROS
               DISPLAY 'ATENCAO: CREDITO JA USADO EM OUTRA COBRANCA: '
                       WS-CF-VL-USADO
            END-IF.
       P410-EXIT.
            EXIT.

      * >>> EXCLUI DO PAGDETAL.DAT O DETALHE DO RECEBIMENTO EM CHEQUE
       P450-EXIT.
            EXIT.

      * >>> DEVOLUCOES QUE A CONCILIACAO BANCARIA ACHOU NO EXTRATO:
      * >>> A OPERADORA CONFIRMA CADA UMA; O ARQUIVO E REGRAVADO SO
      * >>> COM AS NAO CONFIRMADAS
       S500 SECTION.
       P500-APONTADOS.
            MOVE ZEROS TO WS-QTD-APONTADOS
            OPEN INPUT ARQ-APONTADO
            IF WS-FS-APO NOT = 00
               DISPLAY 'NENHUMA DEVOLUCAO APONTADA PELO BANCO!'
               GO TO P500-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-APO
            PERFORM P510-CARREGA THRU P510-EXIT
                    UNTIL WS-FIM-APO = 'S'
            CLOSE ARQ-APONTADO
            IF WS-QTD-APONTADOS = ZEROS
               DISPLAY 'NENHUMA DEVOLUCAO APONTADA PELO BANCO!'
               GO TO P500-EXIT
            END-IF

            PERFORM VARYING WS-AX FROM 1 BY 1
                    UNTIL WS-AX > WS-QTD-APONTADOS
               PERFORM P520-UM-APONTADO THRU P520-EXIT
            END-PERFORM

            OPEN OUTPUT ARQ-APONTADO
            IF WS-FS-APO NOT = 00
               MOVE WS-FS-APO                        TO WS-MSG1
               MOVE 'ERRO REGRAVACAO DO CHEQDEVB.TXT' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            PERFORM VARYING WS-AX FROM 1 BY 1
                    UNTIL WS-AX > WS-QTD-APONTADOS
               IF WS-AP-MANTER(WS-AX) = 'S'
                  MOVE WS-AP-REG(WS-AX) TO APO-REG
                  WRITE APO-REG
               END-IF
            END-PERFORM
            CLOSE ARQ-APONTADO.
       P500-EXIT.
            EXIT.

       P510-CARREGA.
            READ ARQ-APONTADO
                 AT END
                      MOVE 'S' TO WS-FIM-APO
                      GO TO P510-EXIT
            END-READ
            IF WS-QTD-APONTADOS NOT < 200
               DISPLAY 'AVISO: MAIS DE 200 DEVOLUCOES APONTADAS -'
                       ' AS DEMAIS FICAM PARA A PROXIMA VEZ'
               MOVE 'S' TO WS-FIM-APO
               GO TO P510-EXIT
            END-IF
            ADD 1 TO WS-QTD-APONTADOS
            SET WS-AX TO WS-QTD-APONTADOS
            MOVE APO-REG TO WS-AP-REG(WS-AX)
            MOVE 'N'     TO WS-AP-MANTER(WS-AX).
       P510-EXIT.
            EXIT.

       P520-UM-APONTADO.
            MOVE WS-AP-REG(WS-AX) TO APO-REG
            MOVE APO-BANCO        TO CH-BANCO
            MOVE APO-NR-CHEQUE    TO CH-NR-CHEQUE
            READ CFP001SQ
                 KEY IS CH-CHAVE
                 INVALID KEY
                      DISPLAY 'CHEQUE ' APO-BANCO ' ' APO-NR-CHEQUE
                              ' NAO ENCONTRADO NO CONTROLE!'
                      GO TO P520-EXIT
            END-READ
            IF CHEQUE-DEVOLVIDO
               GO TO P520-EXIT
            END-IF
            DISPLAY '-------------------------------------'
            DISPLAY ' BANCO ' CH-BANCO ' CHEQUE ' CH-NR-CHEQUE
                    ' ALUNO ' CH-ID-ALUNO
            DISPLAY ' VALOR ' CH-VALOR ' DEVOLVIDO EM ' APO-DATA
            DISPLAY 'CONFIRMA A DEVOLUCAO, (S)SIM (N)NAO'
            MOVE SPACES TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               MOVE 'S' TO WS-AP-MANTER(WS-AX)
               GO TO P520-EXIT
            END-IF
            PERFORM P405-DEVOLVE THRU P405-EXIT.
       P520-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SQ
