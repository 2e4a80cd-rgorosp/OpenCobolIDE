      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONCILIACAO BANCARIA - CONFERE O EXTRATO DIARIO DA
      *          CONTA DA ESCOLA (EXTRATO.TXT) CONTRA OS LIVROS NO
      *          PERIODO DO HEADER: DETALHES DO PAGDETAL.DAT DE ORIGEM
      *          'B' (RETBANCO) E 'P' (RETPIX), O DEPOSITO DO DINHEIRO
      *          DO CAIXA (ORIGEM 'C' FORMA 'D', UM DEPOSITO POR DIA)
      *          E OS CHEQUES DO CHEQUES.DAT (CFP001SQ) COMPENSADOS.
      *          O RELATORIO LISTA OS ITENS CONCILIADOS, OS DOS LIVROS
      *          QUE NAO APARECEM NO EXTRATO E OS CREDITOS DO EXTRATO
      *          SEM ORIGEM CONHECIDA. DEBITO DE CHEQUE DEVOLVIDO NO
      *          EXTRATO E APONTADO AO CADCHEQ NO CHEQDEVB.TXT, PARA O
      *          TRATAMENTO DA DEVOLUCAO (REABERTURA DA COBRANCA) SER
      *          FEITO LA. SAIDA COM TIMESTAMP REGISTRADA NO RELCATAL
      *
      *          LAYOUT DO DETALHE DO EXTRATO:
      *            01 TIPO           X(01) = '1'
      *            02 DATA           9(08) AAAAMMDD
      *            10 NATUREZA       X(01) 'C'=CREDITO 'D'=DEBITO
      *            11 HISTORICO      X(03) 'DEP'=DEPOSITO EM DINHEIRO
      *                                    'CHQ'=CHEQUE COMPENSADO
      *                                    'DEV'=CHEQUE DEVOLVIDO
      *                                    'PIX'=PIX RECEBIDO
      *                                    OUTROS=COBRANCA/TRANSFER.
      *            14 VALOR          9(09)V99 (11 DIGITOS SEM VIRGULA)
      *            25 DOCUMENTO      X(15) NO CHEQUE: BANCO(3)+NUMERO
      *                                    (10)
      *            40 DESCRICAO      X(30)
      *          HEADER '0' COM A DATA INICIAL EM 02-09, A FINAL EM
      *          10-17 E A CONTA EM 18-32; TRAILER '9' COM A
      *          QUANTIDADE DE DETALHES EM 02-07
      *
      *          LAYOUT DO CHEQDEVB.TXT (LIDO PELO CADCHEQ):
      *            01 BANCO          X(03)
      *            04 CHEQUE         9(10)
      *            14 DATA DEVOLUCAO 9(08)
      *            22 VALOR          9(07)V99
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO "C:/ARQUIVOS/EXTRATO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-EXT.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001SQ ASSIGN TO "C:/ARQUIVOS/CHEQUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CH-CHAVE
                  FILE STATUS  IS WS-FS-CHQ.
           SELECT ARQ-DEVOLVIDO ASSIGN TO "C:/ARQUIVOS/CHEQDEVB.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-DEV.
           SELECT REL-CONCILIA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  EXT-LINHA              PIC X(69).
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001SQ.
           COPY REGCHEQ.
       FD  ARQ-DEVOLVIDO.
       01  DEV-REG.
           03 DEV-BANCO           PIC X(03).
           03 DEV-NR-CHEQUE       PIC 9(10).
           03 DEV-DATA            PIC 9(08).
           03 DEV-VALOR           PIC 9(07)V99.
       FD  REL-CONCILIA.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EXT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CHQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-EXT         PIC X(01) VALUE 'N'.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-FIM-CHQ         PIC X(01) VALUE 'N'.
           03 WS-SEM-DETALHE     PIC X(01) VALUE 'N'.
           03 WS-SEM-CHEQUE      PIC X(01) VALUE 'N'.
           03 WS-DEV-ABERTO      PIC X(01) VALUE 'N'.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-TIPO-BUSCA      PIC X(01) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(40) VALUE SPACES.

      * >>> HEADER E TRAILER DO EXTRATO
       01  WS-EXTRATO.
           03 WS-TEM-HEADER      PIC X(01) VALUE 'N'.
           03 WS-TEM-TRAILER     PIC X(01) VALUE 'N'.
           03 WS-DT-INICIAL      PIC 9(08) VALUE ZEROS.
           03 WS-DT-FINAL        PIC 9(08) VALUE ZEROS.
           03 WS-CONTA           PIC X(15) VALUE SPACES.
           03 WS-TRL-QTDE        PIC 9(06) VALUE ZEROS.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.

      * >>> DETALHE CORRENTE DO EXTRATO
       01  WS-EXT-DETALHE.
           03 WS-EX-DATA         PIC 9(08).
           03 WS-EX-NATUREZA     PIC X(01).
              88 EXT-CREDITO     VALUE 'C'.
              88 EXT-DEBITO      VALUE 'D'.
           03 WS-EX-HISTORICO    PIC X(03).
              88 HIST-DEPOSITO   VALUE 'DEP'.
              88 HIST-CHEQUE     VALUE 'CHQ'.
              88 HIST-DEVOLVIDO  VALUE 'DEV'.
              88 HIST-PIX        VALUE 'PIX'.
           03 WS-EX-VALOR        PIC 9(09)V99.
           03 WS-EX-DOCUMENTO    PIC X(15).
           03 WS-EX-DESCRICAO    PIC X(30).

      * >>> LANCAMENTOS DOS LIVROS NO PERIODO DO EXTRATO. TIPO:
      * >>> B=BANCO P=PIX D=DEPOSITO DO CAIXA C=CHEQUE COMPENSADO
       01  WS-TAB-LIVRO.
           03 WS-LV-OCC OCCURS 3000 TIMES
                        INDEXED BY WS-LX WS-LX-ACHADO.
              05 WS-LV-TIPO       PIC X(01).
              05 WS-LV-DOCUMENTO  PIC X(15).
              05 WS-LV-DATA       PIC 9(08).
              05 WS-LV-VALOR      PIC 9(09)V99.
              05 WS-LV-CONCILIADO PIC X(01).
       77  WS-QTD-LIVRO           PIC 9(04) VALUE ZEROS.
       77  WS-LIVRO-DESPREZ       PIC 9(04) VALUE ZEROS.

      * >>> DOCUMENTO DO CHEQUE NO EXTRATO: BANCO + NUMERO
       01  WS-DOC-CHEQUE.
           03 WS-DC-BANCO         PIC X(03).
           03 WS-DC-NUMERO        PIC 9(10).
           03 FILLER              PIC X(02).

       01  WS-CHAVE-COBRANCA.
           03 WS-KC-ID-ALUNO      PIC 9(05).
           03 WS-KC-ANO-MES       PIC 9(06).
           03 WS-KC-NR-SEQ        PIC 9(02).
           03 FILLER              PIC X(02) VALUE SPACES.

      * >>> TOTAIS DA CONCILIACAO
       01  WS-CONTROLE.
           03 WS-QT-CONCILIADOS  PIC 9(05) VALUE ZEROS.
           03 WS-VL-CONCILIADOS  PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-SEM-ORIGEM   PIC 9(05) VALUE ZEROS.
           03 WS-VL-SEM-ORIGEM   PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-SO-LIVRO     PIC 9(05) VALUE ZEROS.
           03 WS-VL-SO-LIVRO     PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-DEVOLVIDOS   PIC 9(05) VALUE ZEROS.
           03 WS-QT-OUTROS-DEB   PIC 9(05) VALUE ZEROS.
           03 WS-VL-OUTROS-DEB   PIC 9(09)V99 VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA CONCBANC - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P100-CARREGA-DETALHES THRU P100-EXIT
            PERFORM P200-CARREGA-CHEQUES THRU P200-EXIT
            IF WS-LIVRO-DESPREZ > ZEROS
               DISPLAY 'AVISO: TABELA DOS LIVROS CHEIA - DESPREZADOS '
                       WS-LIVRO-DESPREZ
            END-IF

            MOVE 'MOVIMENTO DO EXTRATO' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM P300-LER-EXTRATO THRU P300-EXIT
                    UNTIL WS-FIM-EXT = 'S'

            PERFORM P500-SO-NOS-LIVROS THRU P500-EXIT
            PERFORM P600-TOTAIS THRU P600-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CONCBANC' TO WS-LY-PROGRAMA
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

      * >>> O HEADER '0' DO EXTRATO DA O PERIODO A CONCILIAR
       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CONCBANC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT ARQ-EXTRATO
            IF WS-FS-EXT NOT = 00
               MOVE WS-FS-EXT                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO EXTRATO.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            READ ARQ-EXTRATO
                 AT END
                      MOVE 'S' TO WS-FIM-EXT
            END-READ
            IF WS-FIM-EXT = 'N'
               AND EXT-LINHA(1:1) = '0'
               AND EXT-LINHA(2:8) IS NUMERIC
               AND EXT-LINHA(10:8) IS NUMERIC
               MOVE 'S'             TO WS-TEM-HEADER
               MOVE EXT-LINHA(2:8)  TO WS-DT-INICIAL
               MOVE EXT-LINHA(10:8) TO WS-DT-FINAL
               MOVE EXT-LINHA(18:15) TO WS-CONTA
            END-IF
            IF WS-TEM-HEADER = 'N'
               MOVE 99                             TO WS-MSG1
               MOVE 'EXTRATO.TXT SEM HEADER VALIDO'    TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SM
            IF WS-FS-DET = 35
               MOVE 'S' TO WS-SEM-DETALHE
            ELSE
               IF WS-FS-DET NOT = 00
                  MOVE WS-FS-DET                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SM'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN INPUT CFP001SQ
            IF WS-FS-CHQ = 35
               MOVE 'S' TO WS-SEM-CHEQUE
            ELSE
               IF WS-FS-CHQ NOT = 00
                  MOVE WS-FS-CHQ                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SQ'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN OUTPUT REL-CONCILIA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-CONCILIA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'CONCILIACAO BANCARIA - CONTA ' WS-CONTA
                   ' PERIODO ' WS-DT-INICIAL ' A ' WS-DT-FINAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P050-EXIT.
            EXIT.

      * >>> DETALHES DO PAGDETAL NO PERIODO: BANCO E PIX UM A UM,
      * >>> DINHEIRO DO CAIXA SOMADO NUM DEPOSITO POR DIA
       S100 SECTION.
       P100-CARREGA-DETALHES.
            IF WS-SEM-DETALHE = 'S'
               GO TO P100-EXIT
            END-IF
            PERFORM P150-LER-DETALHE THRU P150-EXIT
                    UNTIL WS-FIM-DET = 'S'.
       P100-EXIT.
            EXIT.

       P150-LER-DETALHE.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DET
                      GO TO P150-EXIT
            END-READ
            IF PD-DT-PAGAMENTO < WS-DT-INICIAL
               OR PD-DT-PAGAMENTO > WS-DT-FINAL
               GO TO P150-EXIT
            END-IF
            MOVE PD-ID-ALUNO TO WS-KC-ID-ALUNO
            MOVE PD-ANO-MES  TO WS-KC-ANO-MES
            MOVE PD-NR-SEQ   TO WS-KC-NR-SEQ
            EVALUATE TRUE
                WHEN PAGTO-BANCO
                  MOVE 'B' TO WS-TIPO-BUSCA
                WHEN PAGTO-PIX
                  MOVE 'P' TO WS-TIPO-BUSCA
                WHEN PAGTO-CAIXA AND FORMA-DINHEIRO
                  PERFORM P170-SOMA-DEPOSITO THRU P170-EXIT
                  GO TO P150-EXIT
                WHEN OTHER
                  GO TO P150-EXIT
            END-EVALUATE
            PERFORM P180-NOVO-ITEM THRU P180-EXIT
            IF WS-ACHOU = 'S'
               MOVE WS-CHAVE-COBRANCA TO WS-LV-DOCUMENTO(WS-LX)
               MOVE PD-DT-PAGAMENTO   TO WS-LV-DATA(WS-LX)
               MOVE PD-VALOR-PAGO     TO WS-LV-VALOR(WS-LX)
            END-IF.
       P150-EXIT.
            EXIT.

       P170-SOMA-DEPOSITO.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-QTD-LIVRO
               IF WS-LV-TIPO(WS-LX) = 'D'
                  AND WS-LV-DATA(WS-LX) = PD-DT-PAGAMENTO
                  MOVE 'S' TO WS-ACHOU
                  SET WS-LX-ACHADO TO WS-LX
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SET WS-LX TO WS-LX-ACHADO
               ADD PD-VALOR-PAGO TO WS-LV-VALOR(WS-LX)
               GO TO P170-EXIT
            END-IF
            MOVE 'D' TO WS-TIPO-BUSCA
            PERFORM P180-NOVO-ITEM THRU P180-EXIT
            IF WS-ACHOU = 'S'
               MOVE PD-DT-PAGAMENTO TO WS-LV-DOCUMENTO(WS-LX)
               MOVE PD-DT-PAGAMENTO TO WS-LV-DATA(WS-LX)
               MOVE PD-VALOR-PAGO   TO WS-LV-VALOR(WS-LX)
            END-IF.
       P170-EXIT.
            EXIT.

      * >>> ABRE UMA POSICAO NA TABELA (WS-ACHOU = 'N' SE CHEIA)
       P180-NOVO-ITEM.
            IF WS-QTD-LIVRO NOT < 3000
               ADD 1 TO WS-LIVRO-DESPREZ
               MOVE 'N' TO WS-ACHOU
               GO TO P180-EXIT
            END-IF
            MOVE 'S' TO WS-ACHOU
            ADD 1 TO WS-QTD-LIVRO
            SET WS-LX TO WS-QTD-LIVRO
            INITIALIZE WS-LV-OCC(WS-LX)
            MOVE WS-TIPO-BUSCA TO WS-LV-TIPO(WS-LX)
            MOVE 'N'           TO WS-LV-CONCILIADO(WS-LX).
       P180-EXIT.
            EXIT.

      * >>> CHEQUES MARCADOS COMO COMPENSADOS, DEPOSITADOS ATE O FIM
      * >>> DO PERIODO
       S200 SECTION.
       P200-CARREGA-CHEQUES.
            IF WS-SEM-CHEQUE = 'S'
               GO TO P200-EXIT
            END-IF
            MOVE SPACES TO CH-BANCO
            MOVE ZEROS  TO CH-NR-CHEQUE
            START CFP001SQ KEY IS NOT LESS CH-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CHQ
            END-START
            PERFORM P250-LER-CHEQUE THRU P250-EXIT
                    UNTIL WS-FIM-CHQ = 'S'.
       P200-EXIT.
            EXIT.

       P250-LER-CHEQUE.
            READ CFP001SQ NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CHQ
                      GO TO P250-EXIT
            END-READ
            IF NOT CHEQUE-COMPENSADO
               OR CH-DT-DEPOSITO < WS-DT-INICIAL
               OR CH-DT-DEPOSITO > WS-DT-FINAL
               GO TO P250-EXIT
            END-IF
            MOVE 'C' TO WS-TIPO-BUSCA
            PERFORM P180-NOVO-ITEM THRU P180-EXIT
            IF WS-ACHOU = 'S'
               MOVE SPACES         TO WS-LV-DOCUMENTO(WS-LX)
               MOVE CH-CHAVE       TO WS-LV-DOCUMENTO(WS-LX)
               MOVE CH-DT-DEPOSITO TO WS-LV-DATA(WS-LX)
               MOVE CH-VALOR       TO WS-LV-VALOR(WS-LX)
            END-IF.
       P250-EXIT.
            EXIT.

       S300 SECTION.
       P300-LER-EXTRATO.
            READ ARQ-EXTRATO
                 AT END
                      MOVE 'S' TO WS-FIM-EXT
                      GO TO P300-EXIT
            END-READ
            EVALUATE EXT-LINHA(1:1)
                WHEN '1'
                  CONTINUE
                WHEN '9'
                  MOVE 'S' TO WS-TEM-TRAILER
                  IF EXT-LINHA(2:6) IS NUMERIC
                     MOVE EXT-LINHA(2:6) TO WS-TRL-QTDE
                  END-IF
                  GO TO P300-EXIT
                WHEN OTHER
                  GO TO P300-EXIT
            END-EVALUATE

            ADD 1 TO WS-QT-LIDOS
            MOVE EXT-LINHA(2:8)   TO WS-EX-DATA
            MOVE EXT-LINHA(10:1)  TO WS-EX-NATUREZA
            MOVE EXT-LINHA(11:3)  TO WS-EX-HISTORICO
            MOVE EXT-LINHA(14:11) TO WS-EX-VALOR
            MOVE EXT-LINHA(25:15) TO WS-EX-DOCUMENTO
            MOVE EXT-LINHA(40:30) TO WS-EX-DESCRICAO
            IF EXT-LINHA(14:11) IS NOT NUMERIC
               MOVE ZEROS TO WS-EX-VALOR
            END-IF

            IF EXT-DEBITO
               PERFORM P360-DEBITO THRU P360-EXIT
            ELSE
               PERFORM P320-CREDITO THRU P320-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

      * >>> CREDITO: CHEQUE PELO DOCUMENTO, O RESTO PELO VALOR NO
      * >>> PRIMEIRO LANCAMENTO DO MESMO TIPO AINDA NAO CONCILIADO
       P320-CREDITO.
            MOVE 'N' TO WS-ACHOU
            EVALUATE TRUE
                WHEN HIST-CHEQUE
                  MOVE 'C' TO WS-TIPO-BUSCA
                WHEN HIST-DEPOSITO
                  MOVE 'D' TO WS-TIPO-BUSCA
                WHEN HIST-PIX
                  MOVE 'P' TO WS-TIPO-BUSCA
                WHEN OTHER
                  MOVE 'B' TO WS-TIPO-BUSCA
            END-EVALUATE
            PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-QTD-LIVRO OR WS-ACHOU = 'S'
               IF WS-LV-TIPO(WS-LX) = WS-TIPO-BUSCA
                  AND WS-LV-CONCILIADO(WS-LX) = 'N'
                  AND WS-LV-VALOR(WS-LX) = WS-EX-VALOR
                  IF WS-TIPO-BUSCA NOT = 'C'
                     OR WS-LV-DOCUMENTO(WS-LX) = WS-EX-DOCUMENTO
                     MOVE 'S' TO WS-ACHOU
                     SET WS-LX-ACHADO TO WS-LX
                  END-IF
               END-IF
            END-PERFORM

            IF WS-ACHOU = 'S'
               SET WS-LX TO WS-LX-ACHADO
               MOVE 'S' TO WS-LV-CONCILIADO(WS-LX)
               ADD 1           TO WS-QT-CONCILIADOS
               ADD WS-EX-VALOR TO WS-VL-CONCILIADOS
               MOVE 'CONCILIADO' TO WS-MOTIVO
               PERFORM P400-LINHA-EXTRATO THRU P400-EXIT
               GO TO P320-EXIT
            END-IF

            MOVE 'SEM ORIGEM NOS LIVROS' TO WS-MOTIVO
            IF HIST-CHEQUE
               PERFORM P330-CHEQUE-PENDENTE THRU P330-EXIT
            END-IF
            ADD 1           TO WS-QT-SEM-ORIGEM
            ADD WS-EX-VALOR TO WS-VL-SEM-ORIGEM
            PERFORM P400-LINHA-EXTRATO THRU P400-EXIT.
       P320-EXIT.
            EXIT.

      * >>> CHEQUE COMPENSADO NO BANCO QUE O CONTROLE NAO BAIXOU
       P330-CHEQUE-PENDENTE.
            IF WS-SEM-CHEQUE = 'S'
               GO TO P330-EXIT
            END-IF
            MOVE WS-EX-DOCUMENTO TO WS-DOC-CHEQUE
            MOVE WS-DC-BANCO     TO CH-BANCO
            MOVE WS-DC-NUMERO    TO CH-NR-CHEQUE
            READ CFP001SQ
                 KEY IS CH-CHAVE
                 INVALID KEY
                      GO TO P330-EXIT
            END-READ
            EVALUATE TRUE
                WHEN CHEQUE-PENDENTE
                  MOVE 'CHEQUE AINDA PENDENTE NO CADCHEQ' TO WS-MOTIVO
                WHEN CHEQUE-DEVOLVIDO
                  MOVE 'CHEQUE DEVOLVIDO NO CADCHEQ' TO WS-MOTIVO
                WHEN OTHER
                  MOVE 'CHEQUE COMPENSADO FORA DO PERIODO'
                       TO WS-MOTIVO
            END-EVALUATE.
       P330-EXIT.
            EXIT.

      * >>> DEBITO: CHEQUE DEVOLVIDO E APONTADO AO CADCHEQ; TARIFAS E
      * >>> DEMAIS DEBITOS SO ENTRAM NOS TOTAIS
       P360-DEBITO.
            IF NOT HIST-DEVOLVIDO
               ADD 1           TO WS-QT-OUTROS-DEB
               ADD WS-EX-VALOR TO WS-VL-OUTROS-DEB
               GO TO P360-EXIT
            END-IF
            MOVE WS-EX-DOCUMENTO TO WS-DOC-CHEQUE
            IF WS-SEM-CHEQUE = 'S'
               OR WS-DC-NUMERO IS NOT NUMERIC
               MOVE 'DEVOLUCAO DE CHEQUE DESCONHECIDO' TO WS-MOTIVO
               PERFORM P400-LINHA-EXTRATO THRU P400-EXIT
               GO TO P360-EXIT
            END-IF
            MOVE WS-DC-BANCO  TO CH-BANCO
            MOVE WS-DC-NUMERO TO CH-NR-CHEQUE
            READ CFP001SQ
                 KEY IS CH-CHAVE
                 INVALID KEY
                      MOVE 'DEVOLUCAO DE CHEQUE DESCONHECIDO'
                           TO WS-MOTIVO
                      PERFORM P400-LINHA-EXTRATO THRU P400-EXIT
                      GO TO P360-EXIT
            END-READ
            IF CHEQUE-DEVOLVIDO
               MOVE 'DEVOLUCAO JA TRATADA NO CADCHEQ' TO WS-MOTIVO
               PERFORM P400-LINHA-EXTRATO THRU P400-EXIT
               GO TO P360-EXIT
            END-IF

            PERFORM P380-APONTA-DEVOLUCAO THRU P380-EXIT
            ADD 1 TO WS-QT-DEVOLVIDOS
            MOVE 'CHEQUE DEVOLVIDO - APONTADO AO CADCHEQ' TO WS-MOTIVO
            PERFORM P400-LINHA-EXTRATO THRU P400-EXIT.
       P360-EXIT.
            EXIT.

       P380-APONTA-DEVOLUCAO.
            IF WS-DEV-ABERTO = 'N'
               OPEN EXTEND ARQ-DEVOLVIDO
               IF WS-FS-DEV = 35 THEN
                  OPEN OUTPUT ARQ-DEVOLVIDO
                  CLOSE ARQ-DEVOLVIDO
                  OPEN EXTEND ARQ-DEVOLVIDO
               END-IF
               IF WS-FS-DEV NOT = 00
                  MOVE WS-FS-DEV                      TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CHEQDEVB.TXT' TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
               MOVE 'S' TO WS-DEV-ABERTO
            END-IF
            MOVE CH-BANCO     TO DEV-BANCO
            MOVE CH-NR-CHEQUE TO DEV-NR-CHEQUE
            MOVE WS-EX-DATA   TO DEV-DATA
            MOVE CH-VALOR     TO DEV-VALOR
            WRITE DEV-REG.
       P380-EXIT.
            EXIT.

       S400 SECTION.
       P400-LINHA-EXTRATO.
            MOVE SPACES TO REL-LINHA
            STRING ' ' WS-EX-DATA ' ' WS-EX-NATUREZA ' '
                   WS-EX-HISTORICO ' ' WS-EX-VALOR ' '
                   WS-EX-DOCUMENTO ' ' WS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P400-EXIT.
            EXIT.

      * >>> LANCAMENTOS DOS LIVROS QUE O EXTRATO NAO TROUXE
       S500 SECTION.
       P500-SO-NOS-LIVROS.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'LANCAMENTOS DOS LIVROS SEM CREDITO NO EXTRATO'
                 TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-QTD-LIVRO
               IF WS-LV-CONCILIADO(WS-LX) = 'N'
                  ADD 1                   TO WS-QT-SO-LIVRO
                  ADD WS-LV-VALOR(WS-LX)  TO WS-VL-SO-LIVRO
                  EVALUATE WS-LV-TIPO(WS-LX)
                      WHEN 'B'
                        MOVE 'RECEBIMENTO BANCO (RETBANCO)'
                             TO WS-MOTIVO
                      WHEN 'P'
                        MOVE 'RECEBIMENTO PIX (RETPIX)' TO WS-MOTIVO
                      WHEN 'D'
                        MOVE 'DEPOSITO DO CAIXA' TO WS-MOTIVO
                      WHEN OTHER
                        MOVE 'CHEQUE COMPENSADO (CADCHEQ)'
                             TO WS-MOTIVO
                  END-EVALUATE
                  MOVE SPACES TO REL-LINHA
                  STRING ' ' WS-LV-DATA(WS-LX) ' '
                         WS-LV-VALOR(WS-LX) ' '
                         WS-LV-DOCUMENTO(WS-LX) ' ' WS-MOTIVO
                         DELIMITED BY SIZE INTO REL-LINHA
                  PERFORM P650-ESCREVER THRU P650-EXIT
               END-IF
            END-PERFORM.
       P500-EXIT.
            EXIT.

       S600 SECTION.
       P600-TOTAIS.
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' CONCILIADOS..........: ' WS-QT-CONCILIADOS
                   ' VALOR ' WS-VL-CONCILIADOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' SO NOS LIVROS........: ' WS-QT-SO-LIVRO
                   ' VALOR ' WS-VL-SO-LIVRO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' CREDITOS SEM ORIGEM..: ' WS-QT-SEM-ORIGEM
                   ' VALOR ' WS-VL-SEM-ORIGEM
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' CHEQUES DEVOLVIDOS...: ' WS-QT-DEVOLVIDOS
                   '  OUTROS DEBITOS ' WS-QT-OUTROS-DEB
                   ' VALOR ' WS-VL-OUTROS-DEB
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF WS-TEM-TRAILER = 'N'
               MOVE ' *** EXTRATO SEM TRAILER DE CONTROLE ***'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            ELSE
               IF WS-TRL-QTDE NOT = WS-QT-LIDOS
                  MOVE SPACES TO REL-LINHA
                  STRING ' *** TRAILER INFORMA ' WS-TRL-QTDE
                         ' DETALHES, LIDOS ' WS-QT-LIDOS ' ***'
                         DELIMITED BY SIZE INTO REL-LINHA
                  PERFORM P650-ESCREVER THRU P650-EXIT
               END-IF
            END-IF.
       P600-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-EXTRATO
            IF WS-SEM-DETALHE = 'N'
               CLOSE CFP001SM
            END-IF
            IF WS-SEM-CHEQUE = 'N'
               CLOSE CFP001SQ
            END-IF
            IF WS-DEV-ABERTO = 'S'
               CLOSE ARQ-DEVOLVIDO
            END-IF
            CLOSE REL-CONCILIA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-CONCILIA'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'CONCBANC'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA CONCBANC'
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
            MOVE 'CONCBANC' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CONCBANC FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DETALHES DO EXTRATO...: ' WS-QT-LIDOS
            DISPLAY ' CONCILIADOS...........: ' WS-QT-CONCILIADOS
            DISPLAY ' SO NOS LIVROS.........: ' WS-QT-SO-LIVRO
            DISPLAY ' CREDITOS SEM ORIGEM...: ' WS-QT-SEM-ORIGEM
            DISPLAY ' CHEQUES DEVOLVIDOS....: ' WS-QT-DEVOLVIDOS
            DISPLAY '--------------------------------------'
            MOVE 'CONCBANC' TO WS-LG-PROGRAMA
            MOVE 'ITENS CONCILIAD' TO WS-LG-CONTADOR
            MOVE WS-QT-CONCILIADOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM CONCBANC.
