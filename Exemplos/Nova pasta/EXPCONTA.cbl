      *          CONTROLE (SOMA DOS DEBITOS DE CAIXA/BANCO) SAI NO FIM
      *          E DEVE BATER COM O TOTAL DE RECEBIMENTOS DO MES DO
      *          RELTOTME. SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CREDITO DA FAMILIA (CREDITOS.DAT): O VALOR
      *         RECEBIDO ALEM DO DEVIDO NAO E MAIS MULTA/JUROS - O
      *         CREDITO GERADO NO MES SAI DA RECEITA PARA A CONTA DE
      *         PASSIVO 'CR' (CREDITOS DE FAMILIAS), E O DETALHE
      *         ORIGEM 'S' (CREDITO USADO EM COBRANCA) DEBITA ESSA
      *         CONTA EM VEZ DE CAIXA/BANCO, FICANDO FORA DO TOTAL DE
      *         CONTROLE (NAO E DINHEIRO NOVO)
      * Update: 15-10-26 - LIQUIDACAO PIX (ORIGEM 'P') CAI NA CONTA DO
      *         BANCO, COMO O RETORNO DO RETBANCO
      * Update: 15-10-26 - PAGAMENTO A FORNECEDOR BAIXADO NO MES NO
      *         CONTAPAG.DAT (CADPAGAR) DEBITA A CONTA DE CUSTO DO
      *         TITULO E CREDITA CAIXA (DINHEIRO) OU BANCO (CHEQUE E
      *         TRANSFERENCIA); TOTAL PROPRIO (TOTAL-PAGAMENTOS), FORA
      *         DO TOTAL DE CONTROLE DOS RECEBIMENTOS
      * Update: 15-10-26 - CONTA PADRAO DE RECEITA DO TIPO AT
      *         (ATIVIDADES EXTRACURRICULARES)
      * Update: 15-10-26 - CONTA PADRAO DE RECEITA DO TIPO BI (MULTAS
      *         DA BIBLIOTECA); TABELA DE CONTAS AMPLIADA PARA 15
      * Update: 15-10-26 - CONTA PADRAO DO TIPO CA (RECARGAS DA
      *         CANTINA), NO PASSIVO DE CREDITOS PRE-PAGOS
      * Update: 15-10-26 - CONTA PADRAO DE RECEITA DO TIPO TR
      *         (TRANSPORTE ESCOLAR)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - RETORNO BANCARIO (ORIGEM 'B') DEBITA A CONTA
      *         CONTABIL DA CARTEIRA DO DETALHE (PD-CARTEIRA NO
      *         CARTEIRA.DAT, CT-CTA-CONTABIL); CARTEIRA 00, SEM
      *         CADASTRO OU SEM CONTA CONTABIL FICA NA CONTA BANCO
      *         PADRAO. O RODAPE GANHA UMA LINHA TOTAL-BANCO POR CONTA
      *         BANCARIA DEBITADA, DENTRO DO TOTAL DE CONTROLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCONTA.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001T1 ASSIGN TO "C:/ARQUIVOS/CREDITOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CR-CHAVE
                  FILE STATUS  IS WS-FS-CRE.
           SELECT CFP001T5 ASSIGN TO "C:/ARQUIVOS/CONTAPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CP-NR-TITULO
                  FILE STATUS  IS WS-FS-PAG.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR.
           SELECT ARQ-CONTAMAP ASSIGN TO "C:/ARQUIVOS/CONTAMAP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-MAP.
           COPY REGPGDET.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001T1.
           COPY REGCREDI.
       FD  CFP001T5.
           COPY REGCPAGA.
       FD  CFP001X9.
           COPY REGCARTB.
       FD  ARQ-CONTAMAP.
       01  MAP-REG.
           03 MAP-TIPO           PIC X(02).
           03 WS-VL-LANCTO       PIC 9(07)V99 VALUE ZEROS.
           03 WS-HISTORICO       PIC X(30) VALUE SPACES.
           03 WS-DT-LANCTO       PIC 9(08) VALUE ZEROS.
           03 WS-FS-CRE          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-CRE         PIC X(01) VALUE 'N'.
           03 WS-SEM-CREDITOS    PIC X(01) VALUE 'N'.
           03 WS-FS-PAG          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-PAG         PIC X(01) VALUE 'N'.
           03 WS-SEM-PAGAR       PIC X(01) VALUE 'N'.
           03 WS-TOT-PAGAMENTOS  PIC 9(09)V99 VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CARTEIRAS   PIC X(01) VALUE 'N'.

      * >>> TABELA DE MAPEAMENTO TIPO -> CONTAS, COM OS PADROES DA
      * >>> CASA JA CARREGADOS (SOBRESCRITOS PELO CONTAMAP.DAT)
       01  WS-TAB-CONTAS.
           03 WS-CTA-OCC OCCURS 15 TIMES INDEXED BY WS-MX.
              05 WS-CTA-TIPO      PIC X(02).
              05 WS-CTA-DEB       PIC X(08).
              05 WS-CTA-CRE       PIC X(08).
       77  WS-CTA-CAIXA           PIC X(08) VALUE '11010001'.
       77  WS-CTA-BANCO           PIC X(08) VALUE '11020001'.

      * >>> RECEBIDO POR CONTA BANCARIA DEBITADA (RODAPE TOTAL-BANCO)
       01  WS-TAB-BANCOS.
           03 WS-BCO-OCC OCCURS 20 TIMES
                          INDEXED BY WS-BX WS-BX-ACHADA.
              05 WS-BCO-CONTA     PIC X(08).
              05 WS-BCO-TOTAL     PIC 9(09)V99.
       77  WS-QTD-BANCOS          PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-BANCO         PIC X(01) VALUE 'N'.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA EXPCONTA - INICIADO'
            DISPLAY 'DIGITE O MES A EXPORTAR (AAAAMM): '
            ACCEPT WS-MES-PEDIDO
            PERFORM P280-POSICIONA THRU P280-EXIT
            PERFORM P300-ENCARGOS THRU P300-EXIT
                    UNTIL WS-FIM-COB = 'S'
            IF WS-SEM-CREDITOS = 'N'
               PERFORM P400-CREDITOS THRU P400-EXIT
                       UNTIL WS-FIM-CRE = 'S'
            END-IF
            IF WS-SEM-PAGAR = 'N'
               PERFORM P500-PAGAMENTOS THRU P500-EXIT
                       UNTIL WS-FIM-PAG = 'S'
            END-IF
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXPCONTA' TO WS-LY-PROGRAMA
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

      * >>> PLANO DE CONTAS PADRAO DA CASA (RECEITAS POR TIPO,
      * >>> DESCONTO DE BOLSA, MULTA/JUROS E CREDITOS DE FAMILIAS)
       S030 SECTION.
       P030-CONTAS-PADRAO.
            MOVE 10         TO WS-QTD-CONTAS
            MOVE 'ME'       TO WS-CTA-TIPO(1)
            MOVE '31010001' TO WS-CTA-CRE(1)
            MOVE 'MA'       TO WS-CTA-TIPO(2)
            MOVE '31010005' TO WS-CTA-CRE(5)
            MOVE 'MJ'       TO WS-CTA-TIPO(6)
            MOVE '31020001' TO WS-CTA-CRE(6)
            MOVE 'AT'       TO WS-CTA-TIPO(7)
            MOVE '31010006' TO WS-CTA-CRE(7)
            MOVE 'BI'       TO WS-CTA-TIPO(8)
            MOVE '31020002' TO WS-CTA-CRE(8)
            MOVE 'CA'       TO WS-CTA-TIPO(9)
            MOVE '21040001' TO WS-CTA-CRE(9)
            MOVE 'TR'       TO WS-CTA-TIPO(10)
            MOVE '31010007' TO WS-CTA-CRE(10)
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-CONTAS
               MOVE SPACES TO WS-CTA-DEB(WS-MX)
            END-PERFORM
            ADD 1 TO WS-QTD-CONTAS
            MOVE 'DS'       TO WS-CTA-TIPO(11)
            MOVE '41010001' TO WS-CTA-DEB(11)
            MOVE SPACES     TO WS-CTA-CRE(11)
            ADD 1 TO WS-QTD-CONTAS
            MOVE 'CR'       TO WS-CTA-TIPO(12)
            MOVE '21030001' TO WS-CTA-DEB(12)
            MOVE '21030001' TO WS-CTA-CRE(12).
       P030-EXIT.
            EXIT.

               END-IF
            END-PERFORM
            IF WS-ACHOU-CONTA = 'N'
               AND WS-QTD-CONTAS < 15
               ADD 1 TO WS-QTD-CONTAS
               SET WS-MX TO WS-QTD-CONTAS
               MOVE MAP-TIPO        TO WS-CTA-TIPO(WS-MX)
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001T1
            IF WS-FS-CRE NOT = 00
               MOVE 'S' TO WS-SEM-CREDITOS
            END-IF

            OPEN INPUT CFP001T5
            IF WS-FS-PAG NOT = 00
               MOVE 'S' TO WS-SEM-PAGAR
            END-IF

      * >>> SEM CADASTRO DE CARTEIRAS TODO O BANCO VAI NA CONTA PADRAO
            OPEN INPUT CFP001X9
            IF WS-FS-CAR NOT = 00
               MOVE 'S' TO WS-SEM-CARTEIRAS
            END-IF

            OPEN OUTPUT ARQ-CSV
            IF WS-FS-CSV NOT = 00
               MOVE WS-FS-CSV                   TO WS-MSG1
                      MOVE SPACES TO CB-TP-COBRANCA
            END-READ

      * >>> CREDITO DA FAMILIA USADO NA COBRANCA NAO E DINHEIRO
      * >>> NOVO: BAIXA O PASSIVO 'CR' E FICA FORA DO TOTAL DE CONTROLE
            IF PAGTO-CREDITO
               PERFORM P370-CONTA-CR THRU P370-EXIT
               MOVE WS-CTA-DEB(WS-MX) TO WS-CTA-DEBITO
            ELSE
            IF PAGTO-BANCO OR PAGTO-PIX
               MOVE WS-CTA-BANCO TO WS-CTA-DEBITO
               IF PAGTO-BANCO
                  PERFORM P120-CONTA-CARTEIRA THRU P120-EXIT
               END-IF
               PERFORM P130-ACUMULA-BANCO THRU P130-EXIT
            ELSE
               MOVE WS-CTA-CAIXA TO WS-CTA-DEBITO
            END-IF
            END-IF
            PERFORM P150-CONTA-DO-TIPO THRU P150-EXIT
            MOVE WS-CTA-CRE(WS-MX) TO WS-CTA-CREDITO
            MOVE PD-VALOR-PAGO     TO WS-VL-LANCTO
            MOVE PD-DT-PAGAMENTO   TO WS-DT-LANCTO
            MOVE SPACES TO WS-HISTORICO
            IF PAGTO-CREDITO
               STRING 'CREDITO USADO ALUNO ' PD-ID-ALUNO
                      DELIMITED BY SIZE INTO WS-HISTORICO
            ELSE
               STRING 'RECEBTO ALUNO ' PD-ID-ALUNO
                      ' ' PD-ANO-MES
                      DELIMITED BY SIZE INTO WS-HISTORICO
            END-IF
            PERFORM P200-GRAVA-LANCTO THRU P200-EXIT
            IF NOT PAGTO-CREDITO
               ADD PD-VALOR-PAGO TO WS-TOT-CONTROLE
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> CONTA CONTABIL DA CARTEIRA DO RETORNO, QUANDO CADASTRADA
       P120-CONTA-CARTEIRA.
            IF WS-SEM-CARTEIRAS = 'S'
               OR PD-CARTEIRA NOT NUMERIC
               OR PD-CARTEIRA = ZEROS
               GO TO P120-EXIT
            END-IF
            MOVE PD-CARTEIRA TO CT-CODIGO
            READ CFP001X9
                 INVALID KEY
                      DISPLAY 'AVISO: CARTEIRA ' PD-CARTEIRA
                              ' NAO CADASTRADA - CONTA BANCO PADRAO'
                      GO TO P120-EXIT
            END-READ
            IF CT-CTA-CONTABIL NOT = SPACES
               MOVE CT-CTA-CONTABIL TO WS-CTA-DEBITO
            END-IF.
       P120-EXIT.
            EXIT.

       P130-ACUMULA-BANCO.
            MOVE 'N' TO WS-ACHOU-BANCO
            PERFORM VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX > WS-QTD-BANCOS
               IF WS-BCO-CONTA(WS-BX) = WS-CTA-DEBITO
                  MOVE 'S' TO WS-ACHOU-BANCO
                  SET WS-BX-ACHADA TO WS-BX
               END-IF
            END-PERFORM
            IF WS-ACHOU-BANCO = 'N'
               IF WS-QTD-BANCOS < 20
                  ADD 1 TO WS-QTD-BANCOS
                  SET WS-BX TO WS-QTD-BANCOS
                  INITIALIZE WS-BCO-OCC(WS-BX)
                  MOVE WS-CTA-DEBITO TO WS-BCO-CONTA(WS-BX)
               ELSE
                  SET WS-BX TO WS-QTD-BANCOS
               END-IF
            ELSE
               SET WS-BX TO WS-BX-ACHADA
            END-IF
            ADD PD-VALOR-PAGO TO WS-BCO-TOTAL(WS-BX).
       P130-EXIT.
            EXIT.

      * >>> LOCALIZA A LINHA DA TABELA PARA O TIPO DA COBRANCA (SEM
      * >>> TIPO CONHECIDO, CAI NA MENSALIDADE)
       P150-CONTA-DO-TIPO.
       P360-EXIT.
            EXIT.

       P370-CONTA-CR.
            MOVE 'N' TO WS-ACHOU-CONTA
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-CONTAS
                       OR WS-ACHOU-CONTA = 'S'
               IF WS-CTA-TIPO(WS-MX) = 'CR'
                  MOVE 'S' TO WS-ACHOU-CONTA
               END-IF
            END-PERFORM
            SET WS-MX DOWN BY 1.
       P370-EXIT.
            EXIT.

      * >>> CREDITO DA FAMILIA GERADO NO MES (RECEBIDO ALEM DO DEVIDO
      * >>> OU AJUSTE): O VALOR JA ENTROU NA RECEITA PELO DETALHE DO
      * >>> PAGDETAL, ENTAO E RECLASSIFICADO DA RECEITA DO TIPO DA
      * >>> COBRANCA DE ORIGEM PARA O PASSIVO 'CR'. CREDITO DEVOLVIDO
      * >>> POR ESTORNO ('E') NAO TEM RECEITA A RECLASSIFICAR
       S400 SECTION.
       P400-CREDITOS.
            READ CFP001T1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CRE
                      GO TO P400-EXIT
            END-READ
            IF CR-DT-CREDITO(1:6) NOT = WS-MES-PEDIDO
               OR CREDITO-CANCELADO
               OR CREDITO-ESTORNO
               GO TO P400-EXIT
            END-IF

            MOVE CR-ID-ALUNO       TO CB-ID-ALUNO
            MOVE CR-ORIGEM-ANO-MES TO CB-ANO-MES
            MOVE CR-ORIGEM-NR-SEQ  TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE SPACES TO CB-TP-COBRANCA
            END-READ
            PERFORM P150-CONTA-DO-TIPO THRU P150-EXIT
            MOVE WS-CTA-CRE(WS-MX) TO WS-CTA-DEBITO
            PERFORM P370-CONTA-CR THRU P370-EXIT
            MOVE WS-CTA-CRE(WS-MX) TO WS-CTA-CREDITO
            MOVE CR-VALOR          TO WS-VL-LANCTO
            MOVE CR-DT-CREDITO     TO WS-DT-LANCTO
            MOVE SPACES TO WS-HISTORICO
            STRING 'CREDITO FAMILIA ALUNO ' CR-ID-ALUNO
                   DELIMITED BY SIZE INTO WS-HISTORICO
            PERFORM P200-GRAVA-LANCTO THRU P200-EXIT.
       P400-EXIT.
            EXIT.

      * >>> PAGAMENTO A FORNECEDOR NO MES: DEBITO NA CONTA DE CUSTO
      * >>> DO TITULO, CREDITO EM CAIXA (DINHEIRO) OU BANCO
       S500 SECTION.
       P500-PAGAMENTOS.
            READ CFP001T5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PAG
                      GO TO P500-EXIT
            END-READ
            IF NOT TITULO-PAGO
               OR CP-DT-PAGAMENTO(1:6) NOT = WS-MES-PEDIDO
               GO TO P500-EXIT
            END-IF

            MOVE CP-CTA-CUSTO TO WS-CTA-DEBITO
            IF PAGAR-DINHEIRO
               MOVE WS-CTA-CAIXA TO WS-CTA-CREDITO
            ELSE
               MOVE WS-CTA-BANCO TO WS-CTA-CREDITO
            END-IF
            MOVE CP-VALOR-PAGO   TO WS-VL-LANCTO
            MOVE CP-DT-PAGAMENTO TO WS-DT-LANCTO
            MOVE SPACES TO WS-HISTORICO
            STRING 'PAGTO FORNEC ' CP-ID-FORNECEDOR
                   ' TIT ' CP-NR-TITULO
                   DELIMITED BY SIZE INTO WS-HISTORICO
            PERFORM P200-GRAVA-LANCTO THRU P200-EXIT
            ADD CP-VALOR-PAGO TO WS-TOT-PAGAMENTOS.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            PERFORM VARYING WS-BX FROM 1 BY 1
                    UNTIL WS-BX > WS-QTD-BANCOS
               MOVE SPACES TO CSV-LINHA
               STRING 'TOTAL-BANCO;' WS-BCO-CONTA(WS-BX) ';;'
                      WS-BCO-TOTAL(WS-BX) ';'
                      'RECEBIDO NA CONTA BANCARIA'
                      DELIMITED BY SIZE INTO CSV-LINHA
               WRITE CSV-LINHA
            END-PERFORM
            MOVE SPACES TO CSV-LINHA
            STRING 'TOTAL-CONTROLE;;;' WS-TOT-CONTROLE ';'
                   'CONFERIR COM O TOTALMES'
                   DELIMITED BY SIZE INTO CSV-LINHA
            WRITE CSV-LINHA
            MOVE SPACES TO CSV-LINHA
            STRING 'TOTAL-PAGAMENTOS;;;' WS-TOT-PAGAMENTOS ';'
                   'PAGAMENTOS A FORNECEDORES'
                   DELIMITED BY SIZE INTO CSV-LINHA
            WRITE CSV-LINHA
            CLOSE CFP001SM
            CLOSE CFP001SF
            IF WS-SEM-CREDITOS = 'N'
               CLOSE CFP001T1
            END-IF
            IF WS-SEM-PAGAR = 'N'
               CLOSE CFP001T5
            END-IF
            IF WS-SEM-CARTEIRAS = 'N'
               CLOSE CFP001X9
            END-IF
            CLOSE ARQ-CSV
            IF WS-FS-CSV NOT = 00 THEN
               MOVE WS-FS-CSV                  TO WS-MSG1
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE LANCAMENTOS......: ' WS-R-LANCTOS
            DISPLAY ' TOTAL DE CONTROLE.....: ' WS-TOT-CONTROLE
            DISPLAY ' CONTAS BANCARIAS......: ' WS-QTD-BANCOS
            DISPLAY ' PAGAMENTOS FORNECEDOR.: ' WS-TOT-PAGAMENTOS
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
