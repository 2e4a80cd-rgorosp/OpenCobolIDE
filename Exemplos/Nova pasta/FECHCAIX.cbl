      *         CONFERIDA CONTRA A DATA DO FECHAMENTO: ARQUIVO DE
      *         OUTRO DIA SAI COMO 'SEM CONFERENCIA' EM VEZ DE
      *         PRODUZIR DIVERGENCIA (OU OK) FALSA NA FOLHA ASSINADA
      * Update: 15-10-26 - DETALHE DE ORIGEM 'S' (CREDITO DA FAMILIA
      *         USADO NA COBRANCA PELO GERCOBRA/CADCOBAV) NAO E
      *         DINHEIRO NA GAVETA: SAI TOTALIZADO A PARTE, FORA DO
      *         TOTAL DO CAIXA E DAS ASSINATURAS DOS ATENDENTES
      * Update: 15-10-26 - DETALHE DE ORIGEM 'P' (LIQUIDACAO PIX DO
      *         RETPIX) SAI COMO TOTAL PROPRIO, AO LADO DO CAIXA E DO
      *         BANCO, SEM ENTRAR NA CONFERENCIA DO RETORNO.TXT
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O BANCO SAI POR CARTEIRA BANCARIA
      *         (PD-CARTEIRA, CARTEIRA.DAT) E CADA CARTEIRA E
      *         CONFERIDA CONTRA OS RETORNOS DA DATA JA PROCESSADOS
      *         PELO RETBANCO (RETPROCS.DAT: DATA DO HEADER, TOTAIS DO
      *         TRAILER E CARTEIRA), EM VEZ DO UNICO RETORNO.TXT QUE
      *         ESTIVER NO DISCO; ASSINATURA REPETIDA (REPROCESSAMENTO
      *         FORCADO) CONTA UMA VEZ SO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHCAIX.
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT ARQ-CONTROLE ASSIGN TO "C:/ARQUIVOS/RETPROCS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RET.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR.
           SELECT REL-CAIXA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       FILE SECTION.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  ARQ-CONTROLE.
       01  CTL-LINHA              PIC X(40).
       FD  CFP001X9.
           COPY REGCARTB.
       FD  REL-CAIXA.
       01  REL-LINHA              PIC X(100).

           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-FECHAMENTO   PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU-OPER          PIC X(01) VALUE 'N'.
       77  WS-TOT-CAIXA           PIC 9(09)V99 VALUE ZEROS.

      * >>> TOTAIS DO BANCO (ORIGEM 'B')
       01  WS-BANCO.
           03 WS-QT-BANCO        PIC 9(05) VALUE ZEROS.
           03 WS-VL-BANCO        PIC 9(09)V99 VALUE ZEROS.

      * >>> BANCO POR CARTEIRA: RECEBIDO NO PAGDETAL E SOMA DOS
      * >>> TRAILERS DOS RETORNOS DA DATA NO RETPROCS.DAT
       01  WS-TAB-CART.
           03 WS-CART-OCC OCCURS 20 TIMES
                          INDEXED BY WS-CX WS-CX-ACHADA.
              05 WS-CART-COD      PIC 9(02).
              05 WS-CART-QTDE     PIC 9(05).
              05 WS-CART-VALOR    PIC 9(09)V99.
              05 WS-CART-RETORNOS PIC 9(03).
              05 WS-CART-TRL-QTDE PIC 9(06).
              05 WS-CART-TRL-VALOR PIC 9(09)V99.
       77  WS-QTD-CARTS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-CART          PIC X(01) VALUE 'N'.
       77  WS-CART-BUSCA          PIC 9(02) VALUE ZEROS.

      * >>> LINHA DO RETPROCS.DAT (ASSINATURA + '|' + DATA) E AS
      * >>> ASSINATURAS JA SOMADAS, PARA NAO CONTAR DUAS VEZES
       01  WS-CTL-ASSINATURA.
           03 WS-CTL-DATA        PIC X(08).
           03 WS-CTL-QTDE        PIC X(06).
           03 WS-CTL-VALOR       PIC X(11).
           03 WS-CTL-CARTEIRA    PIC X(02).
       01  WS-CTL-QTDE-N         PIC 9(06) VALUE ZEROS.
       01  WS-CTL-VALOR-N        PIC 9(09)V99 VALUE ZEROS.
       01  WS-TAB-VISTAS.
           03 WS-VISTA-ASSIN OCCURS 50 TIMES
                          INDEXED BY WS-VX PIC X(27).
       77  WS-QTD-VISTAS          PIC 9(02) VALUE ZEROS.
       77  WS-JA-VISTA            PIC X(01) VALUE 'N'.
       77  WS-SEM-CARTEIRAS       PIC X(01) VALUE 'N'.
       77  WS-CART-CADASTRADA     PIC X(01) VALUE 'N'.

      * >>> RECEBIMENTOS PIX DO DIA (ORIGEM 'P')
       01  WS-PIX.
           03 WS-QT-PIX          PIC 9(05) VALUE ZEROS.
           03 WS-VL-PIX          PIC 9(09)V99 VALUE ZEROS.

      * >>> CREDITOS DA FAMILIA USADOS NO DIA (ORIGEM 'S')
       01  WS-CREDITO.
           03 WS-QT-CREDITO      PIC 9(05) VALUE ZEROS.
           03 WS-VL-CREDITO      PIC 9(09)V99 VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA FECHCAIX - INICIADO'
            DISPLAY 'DIGITE A DATA DO FECHAMENTO (AAAAMMDD): '
            ACCEPT WS-DT-FECHAMENTO
            PERFORM P050-ABRIR
            PERFORM P100-ACUMULAR THRU P100-EXIT
                    UNTIL WS-FIM-DET = 'S'
            PERFORM P300-LER-RETORNOS THRU P300-EXIT
            PERFORM P400-IMPRIMIR THRU P400-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'FECHCAIX' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-CAIXA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CADASTRO DE CARTEIRAS A FOLHA SAI SO COM O CODIGO
            OPEN INPUT CFP001X9
            IF WS-FS-CAR NOT = 00
               MOVE 'S' TO WS-SEM-CARTEIRAS
            END-IF.
       P050-EXIT.
            EXIT.
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-DO-DIA
            IF PAGTO-CREDITO
               ADD 1             TO WS-QT-CREDITO
               ADD PD-VALOR-PAGO TO WS-VL-CREDITO
               GO TO P100-EXIT
            END-IF
            IF PAGTO-PIX
               ADD 1             TO WS-QT-PIX
               ADD PD-VALOR-PAGO TO WS-VL-PIX
               GO TO P100-EXIT
            END-IF
            IF PAGTO-BANCO
               ADD 1             TO WS-QT-BANCO
               ADD PD-VALOR-PAGO TO WS-VL-BANCO
               MOVE PD-CARTEIRA  TO WS-CART-BUSCA
               PERFORM P160-ACHA-CARTEIRA THRU P160-EXIT
               ADD 1             TO WS-CART-QTDE(WS-CX)
               ADD PD-VALOR-PAGO TO WS-CART-VALOR(WS-CX)
            ELSE
               PERFORM P150-ACHA-OPERADOR THRU P150-EXIT
               ADD 1             TO WS-OPER-QTDE(WS-OX)
       P150-EXIT.
            EXIT.

      * >>> POSICIONA WS-CX NA CARTEIRA WS-CART-BUSCA, ABRINDO A
      * >>> ENTRADA NA PRIMEIRA VEZ
       P160-ACHA-CARTEIRA.
            MOVE 'N' TO WS-ACHOU-CART
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-QTD-CARTS
               IF WS-CART-COD(WS-CX) = WS-CART-BUSCA
                  MOVE 'S' TO WS-ACHOU-CART
                  SET WS-CX-ACHADA TO WS-CX
               END-IF
            END-PERFORM
            IF WS-ACHOU-CART = 'N'
               IF WS-QTD-CARTS < 20
                  ADD 1 TO WS-QTD-CARTS
                  SET WS-CX TO WS-QTD-CARTS
                  INITIALIZE WS-CART-OCC(WS-CX)
                  MOVE WS-CART-BUSCA TO WS-CART-COD(WS-CX)
               ELSE
                  SET WS-CX TO WS-QTD-CARTS
               END-IF
            ELSE
               SET WS-CX TO WS-CX-ACHADA
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> CONFERE O BANCO DE CADA CARTEIRA CONTRA OS TRAILERS DOS
      * >>> RETORNOS DA DATA REGISTRADOS PELO RETBANCO; CARTEIRA SEM
      * >>> RETORNO DO DIA SAI COMO NAO APURADA
       S300 SECTION.
       P300-LER-RETORNOS.
            OPEN INPUT ARQ-CONTROLE
            IF WS-FS-RET NOT = 00
               GO TO P300-EXIT
            END-IF
            PERFORM P350-LER-LINHA THRU P350-EXIT
                    UNTIL WS-FIM-RET = 'S'
            CLOSE ARQ-CONTROLE.
       P300-EXIT.
            EXIT.

      * >>> LINHA ANTERIOR AS CARTEIRAS TEM O '|' NA POSICAO 26 E E
      * >>> DA CARTEIRA 00
       P350-LER-LINHA.
            READ ARQ-CONTROLE
                 AT END
                      MOVE 'S' TO WS-FIM-RET
                      GO TO P350-EXIT
            END-READ
            IF CTL-LINHA(1:8) NOT = WS-DT-FECHAMENTO
               GO TO P350-EXIT
            END-IF
            IF CTL-LINHA(26:1) = '|'
               MOVE CTL-LINHA(1:25) TO WS-CTL-ASSINATURA
               MOVE '00'            TO WS-CTL-CARTEIRA
            ELSE
               MOVE CTL-LINHA(1:27) TO WS-CTL-ASSINATURA
            END-IF
            IF WS-CTL-QTDE IS NOT NUMERIC
               OR WS-CTL-VALOR IS NOT NUMERIC
               OR WS-CTL-CARTEIRA IS NOT NUMERIC
               GO TO P350-EXIT
            END-IF

            MOVE 'N' TO WS-JA-VISTA
            PERFORM VARYING WS-VX FROM 1 BY 1
                    UNTIL WS-VX > WS-QTD-VISTAS
               IF WS-VISTA-ASSIN(WS-VX) = WS-CTL-ASSINATURA
                  MOVE 'S' TO WS-JA-VISTA
               END-IF
            END-PERFORM
            IF WS-JA-VISTA = 'S'
               GO TO P350-EXIT
            END-IF
            IF WS-QTD-VISTAS < 50
               ADD 1 TO WS-QTD-VISTAS
               SET WS-VX TO WS-QTD-VISTAS
               MOVE WS-CTL-ASSINATURA TO WS-VISTA-ASSIN(WS-VX)
            END-IF

            MOVE WS-CTL-CARTEIRA TO WS-CART-BUSCA
            PERFORM P160-ACHA-CARTEIRA THRU P160-EXIT
            MOVE WS-CTL-QTDE  TO WS-CTL-QTDE-N
            MOVE WS-CTL-VALOR TO WS-CTL-VALOR-N(1:11)
            ADD 1               TO WS-CART-RETORNOS(WS-CX)
            ADD WS-CTL-QTDE-N   TO WS-CART-TRL-QTDE(WS-CX)
            ADD WS-CTL-VALOR-N  TO WS-CART-TRL-VALOR(WS-CX).
       P350-EXIT.
            EXIT.

            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'RECEBIMENTOS DO BANCO (RETBANCO)' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM P420-IMPRIME-CARTEIRA THRU P420-EXIT
                    VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-QTD-CARTS
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL DO BANCO: QTDE ' WS-QT-BANCO
                   ' VALOR ' WS-VL-BANCO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'RECEBIMENTOS PIX (RETPIX)' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' QTDE ' WS-QT-PIX ' VALOR ' WS-VL-PIX
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'CREDITOS DE FAMILIA USADOS (SEM DINHEIRO)'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' QTDE ' WS-QT-CREDITO ' VALOR ' WS-VL-CREDITO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P400-EXIT.
            EXIT.

      * >>> UMA CARTEIRA: RECEBIDO NO PAGDETAL X TRAILERS DA DATA
       P420-IMPRIME-CARTEIRA.
            MOVE SPACES TO REL-LINHA
            MOVE 'N' TO WS-CART-CADASTRADA
            MOVE WS-CART-COD(WS-CX) TO CT-CODIGO
            IF WS-SEM-CARTEIRAS = 'N' AND WS-CART-COD(WS-CX) > ZEROS
               READ CFP001X9
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         MOVE 'S' TO WS-CART-CADASTRADA
               END-READ
            END-IF
            IF WS-CART-CADASTRADA = 'S'
               STRING ' CARTEIRA ' WS-CART-COD(WS-CX)
                      ' BANCO ' CT-BANCO ' AG ' CT-AGENCIA
                      ' CONTA ' CT-CONTA ' UNIDADE ' CT-UNIDADE
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING ' CARTEIRA ' WS-CART-COD(WS-CX)
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING '  RECEBIDO: QTDE ' WS-CART-QTDE(WS-CX)
                   ' VALOR ' WS-CART-VALOR(WS-CX)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            IF WS-CART-RETORNOS(WS-CX) = ZEROS
               MOVE '  SEM RETORNO PROCESSADO NA DATA - SEM CONFERENCIA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P420-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '  TRAILERS (' WS-CART-RETORNOS(WS-CX)
                   ' RETORNOS): QTDE ' WS-CART-TRL-QTDE(WS-CX)
                   ' VALOR ' WS-CART-TRL-VALOR(WS-CX)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WS-CART-TRL-VALOR(WS-CX) NOT = WS-CART-VALOR(WS-CX)
               MOVE '  *** DIVERGENCIA COM O TRAILER DO BANCO ***'
                    TO REL-LINHA
            ELSE
               MOVE '  CONFERENCIA COM O TRAILER: OK' TO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P420-EXIT.
            EXIT.

       P450-ESCREVER.
       P700-FECHAR.
            CLOSE CFP001SM
            CLOSE REL-CAIXA
            IF WS-SEM-CARTEIRAS = 'N'
               CLOSE CFP001X9
            END-IF
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-CAIXA'           TO WS-MSG2
            DISPLAY ' OPERADORES NO CAIXA...: ' WS-QTD-OPERS
            DISPLAY ' TOTAL DO CAIXA........: ' WS-TOT-CAIXA
            DISPLAY ' TOTAL DO BANCO........: ' WS-VL-BANCO
            DISPLAY ' CARTEIRAS NO BANCO....: ' WS-QTD-CARTS
            DISPLAY ' TOTAL DO PIX..........: ' WS-VL-PIX
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
