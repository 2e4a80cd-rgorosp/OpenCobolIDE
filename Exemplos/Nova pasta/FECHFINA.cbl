      *          A PARTIR DAI PAGCOBRA, RETBANCO E ESTCOBRA RECUSAM
      *          (VIA VERFECHA) QUALQUER MOVIMENTO DATADO DENTRO DO
      *          MES FECHADO. OPERACAO DE SUPERVISOR DO FINANCEIRO
      * Update: 15-10-26 - CREDITO DA FAMILIA USADO NA COBRANCA (ORIGEM
      *         'S') TOTALIZADO A PARTE, FORA DO TOTAL GERAL RECEBIDO
      * Update: 15-10-26 - LIQUIDACAO PIX (ORIGEM 'P', RETPIX) COM
      *         LINHA PROPRIA, DENTRO DO TOTAL GERAL RECEBIDO
      * Update: 15-10-26 - PAGAMENTOS A FORNECEDORES DO MES (CONTAPAG
      *         .DAT, CADPAGAR) TOTALIZADOS EM LINHA PROPRIA; O
      *         CADPAGAR TAMBEM RECUSA (VIA VERFECHA) PAGAMENTO DATADO
      *         EM COMPETENCIA FECHADA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHFINA.
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001T5 ASSIGN TO "C:/ARQUIVOS/CONTAPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CP-NR-TITULO
                  FILE STATUS  IS WS-FS-PAG.
           SELECT CFP001SP ASSIGN TO "C:/ARQUIVOS/FECHFIN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
       FILE SECTION.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001T5.
           COPY REGCPAGA.
       FD  CFP001SP.
           COPY REGFECHF.
       FD  REL-FECHA.
           03 WS-VL-CAIXA        PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-BANCO        PIC 9(06) VALUE ZEROS.
           03 WS-VL-BANCO        PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-PIX          PIC 9(06) VALUE ZEROS.
           03 WS-VL-PIX          PIC 9(09)V99 VALUE ZEROS.
           03 WS-VL-GERAL        PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-CREDITO      PIC 9(06) VALUE ZEROS.
           03 WS-VL-CREDITO      PIC 9(09)V99 VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-FS-PAG          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-PAG         PIC X(01) VALUE 'N'.
           03 WS-SEM-PAGAR       PIC X(01) VALUE 'N'.
           03 WS-QT-PAGTO-FORN   PIC 9(06) VALUE ZEROS.
           03 WS-VL-PAGTO-FORN   PIC 9(09)V99 VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA FECHFINA - INICIADO'
            PERFORM P020-AUTORIZA THRU P020-EXIT
            DISPLAY 'DIGITE A COMPETENCIA A FECHAR (AAAAMM): '
            PERFORM P080-JA-FECHADA THRU P080-EXIT
            PERFORM P100-ACUMULAR THRU P100-EXIT
                    UNTIL WS-FIM-DET = 'S'
            IF WS-SEM-PAGAR = 'N'
               PERFORM P200-PAGAMENTOS THRU P200-EXIT
                       UNTIL WS-FIM-PAG = 'S'
            END-IF

            DISPLAY 'TOTAL DO CAIXA: ' WS-VL-CAIXA
            DISPLAY 'TOTAL DO BANCO: ' WS-VL-BANCO
            DISPLAY 'TOTAL DO PIX..: ' WS-VL-PIX
            DISPLAY 'PAGTO FORNEC..: ' WS-VL-PAGTO-FORN
            DISPLAY 'CONFIRMA O FECHAMENTO DA COMPETENCIA '
                    WS-ANO-MES ', (S)SIM (N)NAO?'
            ACCEPT WS-CONFIRMA
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'FECHFINA' TO WS-LY-PROGRAMA
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

      * >>> FECHAMENTO E OPERACAO DE SUPERVISOR DO FINANCEIRO
       S020 SECTION.
       P020-AUTORIZA.
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001T5
            IF WS-FS-PAG NOT = 00
               MOVE 'S' TO WS-SEM-PAGAR
            END-IF

            OPEN I-O CFP001SP
            IF WS-FS-FEC = 35 THEN
               OPEN OUTPUT CFP001SP
            IF PD-DT-PAGAMENTO(1:6) NOT = WS-ANO-MES
               GO TO P100-EXIT
            END-IF
            IF PAGTO-CREDITO
               ADD 1             TO WS-QT-CREDITO
               ADD PD-VALOR-PAGO TO WS-VL-CREDITO
               GO TO P100-EXIT
            END-IF
            IF PAGTO-BANCO
               ADD 1             TO WS-QT-BANCO
               ADD PD-VALOR-PAGO TO WS-VL-BANCO
            ELSE
            IF PAGTO-PIX
               ADD 1             TO WS-QT-PIX
               ADD PD-VALOR-PAGO TO WS-VL-PIX
            ELSE
               ADD 1             TO WS-QT-CAIXA
               ADD PD-VALOR-PAGO TO WS-VL-CAIXA
            END-IF
            END-IF
            ADD PD-VALOR-PAGO TO WS-VL-GERAL.
       P100-EXIT.
            EXIT.

      * >>> PAGAMENTOS A FORNECEDORES BAIXADOS NA COMPETENCIA
       S200 SECTION.
       P200-PAGAMENTOS.
            READ CFP001T5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PAG
                      GO TO P200-EXIT
            END-READ
            IF TITULO-PAGO
               AND CP-DT-PAGAMENTO(1:6) = WS-ANO-MES
               ADD 1             TO WS-QT-PAGTO-FORN
               ADD CP-VALOR-PAGO TO WS-VL-PAGTO-FORN
            END-IF.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-IMPRIMIR.
            OPEN OUTPUT REL-FECHA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' PIX..: QTDE ' WS-QT-PIX
                   ' VALOR ' WS-VL-PIX
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL GERAL RECEBIDO: ' WS-VL-GERAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' CREDITO FAMILIA USADO: QTDE ' WS-QT-CREDITO
                   ' VALOR ' WS-VL-CREDITO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' PAGAMENTOS A FORNECEDORES: QTDE ' WS-QT-PAGTO-FORN
                   ' VALOR ' WS-VL-PAGTO-FORN
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P350-ESCREVER THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' FECHADO POR ' WS-SS-OPERADOR
                   ' EM ' WS-CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO REL-LINHA
       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SM
            IF WS-SEM-PAGAR = 'N'
               CLOSE CFP001T5
            END-IF
            CLOSE CFP001SP.
       P700-EXIT.
            EXIT.
