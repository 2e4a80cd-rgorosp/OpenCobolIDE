      *            21 VALOR          9(07)V99 (9 DIGITOS SEM VIRGULA)
      *            30 NOME           X(20)
      *            50 SEQUENCIA      9(02) (CB-NR-SEQ DA COBRANCA)
      *            52 NOSSO NUMERO   9(10) (CB-NOSSO-NUMERO; ZEROS SE
      *                              A COBRANCA AINDA NAO TEM BOLETO)
      * Update: 02-09-26 - A REMESSA PASSA A INCLUIR TODOS OS TIPOS DE
      *         COBRANCA (CB-TP-COBRANCA, INCLUSIVE OS AVULSOS DO
      *         CADCOBAV) E O RESUMO FINAL SUBTOTALIZA POR TIPO
      *         (LIQUIDO MENOS O JA RECEBIDO), COMO O ENVELHECIMENTO
      *         DO RELINAD: COBRANCA COM PAGAMENTO PARCIAL NAO VOLTA
      *         MAIS AO BANCO PELO VALOR CHEIO
      * Update: 15-10-26 - O DETALHE CARREGA O NOSSO NUMERO DO BOLETO
      *         (GERBOLET) NAS POSICOES 52-61, QUE O BANCO DEVOLVE NO
      *         RETORNO PARA O RETBANCO CASAR O PAGAMENTO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - UMA REMESSA POR CARTEIRA BANCARIA
      *         (CARTEIRA.DAT, CADCARTB): CADA CARTEIRA PRINCIPAL ATIVA
      *         GERA O SEU REMESSA_NN.TXT SO COM AS COBRANCAS DOS
      *         ALUNOS DA SUA UNIDADE (UN-ALUNO); UNIDADE SEM CARTEIRA
      *         PROPRIA VAI PELA CARTEIRA PADRAO (UNIDADE EM BRANCO) E,
      *         SEM ELA, A COBRANCA FICA FORA E E CONTADA NO RESUMO.
      *         O HEADER LEVA BANCO (30-32), AGENCIA (33-36), CONTA
      *         (37-46), CONVENIO (47-53) E CARTEIRA (54-55). SEM
      *         CARTEIRAS CADASTRADAS SEGUE O REMESSA.TXT UNICO DE ANTES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBANCO.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001X9 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CT-CODIGO
                  FILE STATUS  IS WS-FS-CAR.
           SELECT ARQ-REMESSA ASSIGN TO WS-ARQ-REMESSA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REM.
       DATA DIVISION.
           COPY REGCOBRA.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001X9.
           COPY REGCARTB.
       FD  ARQ-REMESSA.
       01  REM-LINHA               PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REM          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-CAR         PIC X(01) VALUE 'N'.
           03 WS-ARQ-REMESSA     PIC X(40) VALUE SPACES.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-QT-DETALHES     PIC 9(06) VALUE ZEROS.
           03 WS-VL-TOTAL        PIC 9(09)V99 VALUE ZEROS.
           03 WS-VL-SALDO        PIC 9(07)V99 VALUE ZEROS.
           03 WS-QT-GERAL        PIC 9(06) VALUE ZEROS.
           03 WS-VL-GERAL        PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-SEM-CART     PIC 9(06) VALUE ZEROS.
           03 WS-VL-SEM-CART     PIC 9(09)V99 VALUE ZEROS.

      * >>> CARTEIRAS PRINCIPAIS ATIVAS - UMA REMESSA POR CARTEIRA
       01  WS-TAB-CARTEIRA.
           03 WS-CART-OCC OCCURS 99 TIMES
                          INDEXED BY WS-CX WS-CX-BUSCA.
              05 WS-CART-COD      PIC 9(02).
              05 WS-CART-UNIDADE  PIC X(03).
              05 WS-CART-BANCO    PIC 9(03).
              05 WS-CART-AGENCIA  PIC 9(04).
              05 WS-CART-CONTA    PIC X(10).
              05 WS-CART-CONVENIO PIC 9(07).
              05 WS-CART-QTDE     PIC 9(06).
              05 WS-CART-TOTAL    PIC 9(09)V99.
       77  WS-QTD-CARTEIRAS       PIC 9(02) VALUE ZEROS.
       77  WS-CART-ALUNO          PIC 9(02) VALUE ZEROS.
       77  WS-PASSADA             PIC 9(02) VALUE ZEROS.

      * >>> SUBTOTAIS DA REMESSA POR TIPO DE COBRANCA
       01  WS-TAB-TIPO.
           03 FILLER             PIC X(01) VALUE '0'.
           03 WS-HDR-DATA        PIC 9(08).
           03 WS-HDR-ORIGEM      PIC X(20) VALUE 'ESCOLA CADASTRO'.
           03 WS-HDR-CONTA-BANCARIA.
              05 WS-HDR-BANCO    PIC 9(03).
              05 WS-HDR-AGENCIA  PIC 9(04).
              05 WS-HDR-CONTA    PIC X(10).
              05 WS-HDR-CONVENIO PIC 9(07).
              05 WS-HDR-CARTEIRA PIC 9(02).
           03 FILLER             PIC X(06) VALUE SPACES.
       01  WS-REG-DETALHE.
           03 FILLER             PIC X(01) VALUE '1'.
           03 WS-DET-ALUNO       PIC 9(05).
           03 WS-DET-VALOR       PIC 9(07)V99.
           03 WS-DET-NOME        PIC X(20).
           03 WS-DET-SEQ         PIC 9(02).
           03 WS-DET-NOSSO-NR    PIC 9(10).
       01  WS-REG-TRAILER.
           03 FILLER             PIC X(01) VALUE '9'.
           03 WS-TRL-QTDE        PIC 9(06).
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA REMBANCO - INICIADO'
            PERFORM P030-CARREGA-CARTEIRAS THRU P030-EXIT
            IF WS-QTD-CARTEIRAS = ZEROS
               MOVE 'C:/ARQUIVOS/REMESSA.TXT' TO WS-ARQ-REMESSA
               MOVE SPACES TO WS-HDR-CONTA-BANCARIA
               PERFORM P040-GERA-REMESSA THRU P040-EXIT
            ELSE
               PERFORM P035-REMESSA-CARTEIRA THRU P035-EXIT
                       VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-QTD-CARTEIRAS
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'REMBANCO' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

      * >>> CARREGA AS CARTEIRAS PRINCIPAIS ATIVAS; SEM CARTEIRA.DAT
      * >>> (OU SEM PRINCIPAL ATIVA) A REMESSA SEGUE UNICA
       S030 SECTION.
       P030-CARREGA-CARTEIRAS.
            MOVE ZEROS TO WS-QTD-CARTEIRAS
            OPEN INPUT CFP001X9
            IF WS-FS-CAR NOT = 00
               DISPLAY 'SEM CADASTRO DE CARTEIRAS - REMESSA UNICA'
               GO TO P030-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-CAR
            PERFORM P032-LER-CARTEIRA THRU P032-EXIT
                    UNTIL WS-FIM-CAR = 'S'
            CLOSE CFP001X9
            IF WS-QTD-CARTEIRAS = ZEROS
               DISPLAY 'NENHUMA CARTEIRA PRINCIPAL ATIVA - REMESSA'
                       ' UNICA'
            END-IF.
       P030-EXIT.
            EXIT.

       P032-LER-CARTEIRA.
            READ CFP001X9
                 AT END
                      MOVE 'S' TO WS-FIM-CAR
                      GO TO P032-EXIT
            END-READ
            IF CARTEIRA-INATIVA OR NOT CARTEIRA-PRINCIPAL
               GO TO P032-EXIT
            END-IF
            IF WS-QTD-CARTEIRAS NOT < 99
               GO TO P032-EXIT
            END-IF
            ADD 1 TO WS-QTD-CARTEIRAS
            SET WS-CX TO WS-QTD-CARTEIRAS
            INITIALIZE WS-CART-OCC(WS-CX)
            MOVE CT-CODIGO   TO WS-CART-COD(WS-CX)
            MOVE CT-UNIDADE  TO WS-CART-UNIDADE(WS-CX)
            MOVE CT-BANCO    TO WS-CART-BANCO(WS-CX)
            MOVE CT-AGENCIA  TO WS-CART-AGENCIA(WS-CX)
            MOVE CT-CONTA    TO WS-CART-CONTA(WS-CX)
            MOVE CT-CONVENIO TO WS-CART-CONVENIO(WS-CX).
       P032-EXIT.
            EXIT.

      * >>> UMA PASSADA PELAS COBRANCAS POR CARTEIRA, NO SEU ARQUIVO
       P035-REMESSA-CARTEIRA.
            ADD 1 TO WS-PASSADA
            MOVE SPACES TO WS-ARQ-REMESSA
            STRING 'C:/ARQUIVOS/REMESSA_' WS-CART-COD(WS-CX) '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQ-REMESSA
            MOVE WS-CART-BANCO(WS-CX)    TO WS-HDR-BANCO
            MOVE WS-CART-AGENCIA(WS-CX)  TO WS-HDR-AGENCIA
            MOVE WS-CART-CONTA(WS-CX)    TO WS-HDR-CONTA
            MOVE WS-CART-CONVENIO(WS-CX) TO WS-HDR-CONVENIO
            MOVE WS-CART-COD(WS-CX)      TO WS-HDR-CARTEIRA
            PERFORM P040-GERA-REMESSA THRU P040-EXIT
            MOVE WS-QT-DETALHES TO WS-CART-QTDE(WS-CX)
            MOVE WS-VL-TOTAL    TO WS-CART-TOTAL(WS-CX).
       P035-EXIT.
            EXIT.

      * >>> UM ARQUIVO DE REMESSA: HEADER, DETALHES E TRAILER
       P040-GERA-REMESSA.
            MOVE ZEROS TO WS-QT-DETALHES WS-VL-TOTAL
            PERFORM P050-ABRIR
            PERFORM P080-HEADER THRU P080-EXIT
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-COB = 10
            PERFORM P300-TRAILER THRU P300-EXIT
            PERFORM P700-FECHAR
            ADD WS-QT-DETALHES TO WS-QT-GERAL
            ADD WS-VL-TOTAL    TO WS-VL-GERAL
            DISPLAY 'REMESSA GERADA: ' WS-ARQ-REMESSA.
       P040-EXIT.
            EXIT.

       S050 SECTION.
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES               TO UN-ALUNO
                 NOT INVALID KEY
                      CONTINUE
            END-READ

      * >>> COM CARTEIRAS, SO ENTRA A COBRANCA DA CARTEIRA DA PASSADA
            IF WS-QTD-CARTEIRAS > ZEROS
               PERFORM P150-CARTEIRA-DO-ALUNO THRU P150-EXIT
               IF WS-CART-ALUNO = ZEROS AND WS-PASSADA = 1
                  ADD 1 TO WS-QT-SEM-CART
                  COMPUTE WS-VL-SEM-CART = WS-VL-SEM-CART
                          + CB-VALOR-LIQUIDO - CB-VALOR-PAGO
                  DISPLAY 'AVISO: UNIDADE ' UN-ALUNO ' SEM CARTEIRA -'
                          ' ALUNO ' CB-ID-ALUNO ' COMPET ' CB-ANO-MES
                          ' FORA DA REMESSA'
               END-IF
               IF WS-CART-ALUNO NOT = WS-CART-COD(WS-CX)
                  GO TO P200-EXIT
               END-IF
            END-IF

            MOVE CB-ID-ALUNO       TO WS-DET-ALUNO
            MOVE CB-ANO-MES        TO WS-DET-COMPET
            MOVE CB-DT-VENCIMENTO  TO WS-DET-VENCTO
            MOVE WS-VL-SALDO       TO WS-DET-VALOR
            MOVE NM-ALUNO          TO WS-DET-NOME
            MOVE CB-NR-SEQ         TO WS-DET-SEQ
            IF CB-NOSSO-NUMERO IS NUMERIC
               MOVE CB-NOSSO-NUMERO TO WS-DET-NOSSO-NR
            ELSE
               MOVE ZEROS           TO WS-DET-NOSSO-NR
            END-IF
            MOVE WS-REG-DETALHE    TO REM-LINHA
            WRITE REM-LINHA

       P200-EXIT.
            EXIT.

      * >>> CARTEIRA DO ALUNO: A PRINCIPAL DA SUA UNIDADE OU, NA FALTA,
      * >>> A PADRAO (UNIDADE EM BRANCO); ZEROS = SEM CARTEIRA
       P150-CARTEIRA-DO-ALUNO.
            MOVE ZEROS TO WS-CART-ALUNO
            PERFORM VARYING WS-CX-BUSCA FROM 1 BY 1
                    UNTIL WS-CX-BUSCA > WS-QTD-CARTEIRAS
                       OR WS-CART-ALUNO NOT = ZEROS
               IF WS-CART-UNIDADE(WS-CX-BUSCA) = UN-ALUNO
                  MOVE WS-CART-COD(WS-CX-BUSCA) TO WS-CART-ALUNO
               END-IF
            END-PERFORM
            IF WS-CART-ALUNO NOT = ZEROS OR UN-ALUNO = SPACES
               GO TO P150-EXIT
            END-IF
            PERFORM VARYING WS-CX-BUSCA FROM 1 BY 1
                    UNTIL WS-CX-BUSCA > WS-QTD-CARTEIRAS
                       OR WS-CART-ALUNO NOT = ZEROS
               IF WS-CART-UNIDADE(WS-CX-BUSCA) = SPACES
                  MOVE WS-CART-COD(WS-CX-BUSCA) TO WS-CART-ALUNO
               END-IF
            END-PERFORM.
       P150-EXIT.
            EXIT.

      * >>> ACUMULA O DETALHE NO SUBTOTAL DO TIPO DA COBRANCA
       P250-ACUMULA-TIPO.
            MOVE 'N' TO WS-ACHOU-TIPO
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA REMBANCO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE DETALHES NA REMESSA: ' WS-QT-GERAL
            DISPLAY ' VALOR TOTAL DA REMESSA..: ' WS-VL-GERAL
            PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-QTD-CARTEIRAS
               DISPLAY ' CARTEIRA ' WS-CART-COD(WS-CX)
                       ' UNIDADE ' WS-CART-UNIDADE(WS-CX)
                       ' QTDE ' WS-CART-QTDE(WS-CX)
                       ' VALOR ' WS-CART-TOTAL(WS-CX)
            END-PERFORM
            IF WS-QT-SEM-CART > ZEROS
               DISPLAY ' COBRANCAS SEM CARTEIRA..: ' WS-QT-SEM-CART
                       ' VALOR ' WS-VL-SEM-CART
               MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-QTD-TIPOS
               DISPLAY ' TIPO ' WS-TIPO-COD(WS-TX)
