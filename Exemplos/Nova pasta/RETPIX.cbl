      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROCESSAMENTO DO ARQUIVO DE LIQUIDACAO PIX
      *          (PIXLIQ.TXT) NOS MOLDES DO RETBANCO - CADA DETALHE
      *          '1' TRAZ UM PIX RECEBIDO (TXID, DATA E VALOR); O TXID
      *          DADO PELO EXPPIX DA A COBRANCA (CFP001SF), QUE E
      *          BAIXADA COM DETALHE NO PAGDETAL.DAT (ORIGEM 'P'),
      *          RECIBO PELO GERRECIB NA QUITACAO E EXCESSO COMO
      *          CREDITO DA FAMILIA (CREDFAMI). TXID DESCONHECIDO, MAL
      *          FORMADO OU QUE NAO CONFERE COM O DA COBRANCA VAI PARA
      *          O RELATORIO DE EXCECOES (EXCPIX.REL). O TRAILER '9' E
      *          CONFERIDO CONTRA OS TOTAIS LIDOS E O ARQUIVO JA
      *          PROCESSADO E RECUSADO PELO PIXPROCS.DAT
      *
      *          LAYOUT DO DETALHE DA LIQUIDACAO:
      *            01 TIPO           X(01) = '1'
      *            02 TXID           X(26)
      *            28 DATA PAGTO     9(08) AAAAMMDD
      *            36 VALOR PAGO     9(07)V99 (9 DIGITOS SEM VIRGULA)
      *            45 ID FIM A FIM   X(32)
      *          HEADER '0' COM A DATA EM 02-09 E TRAILER '9' COM A
      *          QUANTIDADE EM 02-07 E O VALOR EM 08-18, COMO O RETORNO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPIX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PIX ASSIGN TO "C:/ARQUIVOS/PIXLIQ.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RET.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-EXCECAO ASSIGN TO "C:/ARQUIVOS/EXCPIX.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           SELECT ARQ-CONTROLE ASSIGN TO "C:/ARQUIVOS/PIXPROCS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PIX.
       01  RET-LINHA              PIC X(76).
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  REL-EXCECAO.
       01  EXC-LINHA              PIC X(100).
       FD  ARQ-CONTROLE.
       01  CTL-LINHA              PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-RET         PIC X(01) VALUE 'N'.
           03 WS-MOTIVO          PIC X(35) VALUE SPACES.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-SALDO-ABERTO    PIC 9(05)V99 VALUE ZEROS.
           03 WS-PROX-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-FS-CTL          PIC 9(02) VALUE ZEROS.
           03 WS-FIM-PRE         PIC X(01) VALUE 'N'.
           03 WS-FIM-CTL         PIC X(01) VALUE 'N'.
           03 WS-JA-PROCESSADO   PIC X(01) VALUE 'N'.
           03 WS-FORCA           PIC X(01) VALUE 'N'.
           03 WS-ASSINATURA      PIC X(25) VALUE SPACES.
           03 WS-HDR-DATA        PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-PREFIXO         PIC X(16) VALUE SPACES.

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

      * >>> CONTADORES E TOTAIS DE CONTROLE
       01  WS-CONTROLE.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-BAIXADOS     PIC 9(06) VALUE ZEROS.
           03 WS-QT-EXCECOES     PIC 9(06) VALUE ZEROS.
           03 WS-QT-CREDITOS     PIC 9(06) VALUE ZEROS.
           03 WS-VL-LIDO         PIC 9(09)V99 VALUE ZEROS.
           03 WS-TEM-TRAILER     PIC X(01) VALUE 'N'.

      * >>> CAMPOS DO DETALHE DA LIQUIDACAO
       01  WS-DET-PIX.
           03 WS-RET-TXID        PIC X(26) VALUE SPACES.
           03 WS-RET-TXID-R REDEFINES WS-RET-TXID.
              05 WS-TX-PREFIXO   PIC X(03).
              05 WS-TX-CHAVE     PIC X(13).
              05 WS-TX-SEQUENCIA PIC X(10).
           03 WS-RET-DTPAGTO     PIC X(08) VALUE SPACES.
           03 WS-RET-VALOR       PIC X(09) VALUE SPACES.
       01  WS-VALOR-PAGO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-VL-EXCESSO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-VL-BAIXADO         PIC 9(07)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM O CALCULO DE MULTA E JUROS (CALCJURO)
       01  WS-JUROS-AREA.
           03 WS-JR-VALOR-BASE    PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-DT-VENCIMENTO PIC 9(08) VALUE ZEROS.
           03 WS-JR-DT-PAGAMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-JR-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
           03 WS-JR-VL-MULTA      PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-VL-JUROS      PIC 9(05)V99 VALUE ZEROS.
           03 WS-JR-VL-DEVIDO     PIC 9(07)V99 VALUE ZEROS.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

      * >>> TOTAIS DO TRAILER DA LIQUIDACAO
       01  WS-TRL-PIX.
           03 WS-TRL-QTDE        PIC 9(06) VALUE ZEROS.
           03 WS-TRL-VALOR       PIC 9(09)V99 VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RETPIX - INICIADO'
            PERFORM P030-ASSINATURA THRU P030-EXIT
            PERFORM P040-DUPLICIDADE THRU P040-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FIM-RET = 'S'
            PERFORM P500-CONFERE-TRAILER THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RETPIX' TO WS-LY-PROGRAMA
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

      * >>> PRE-VARREDURA DA LIQUIDACAO: MONTA A ASSINATURA COM A DATA
      * >>> DO HEADER '0' E OS TOTAIS DO TRAILER '9'
       S030 SECTION.
       P030-ASSINATURA.
            OPEN INPUT ARQ-PIX
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQ-PIX' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-PRE
            PERFORM P035-PRE-LINHA THRU P035-EXIT
                    UNTIL WS-FIM-PRE = 'S'
            CLOSE ARQ-PIX
            MOVE SPACES TO WS-ASSINATURA
            STRING WS-HDR-DATA WS-TRL-QTDE WS-TRL-VALOR
                   DELIMITED BY SIZE INTO WS-ASSINATURA
            MOVE ZEROS TO WS-TRL-QTDE WS-TRL-VALOR
            MOVE 'N'   TO WS-TEM-TRAILER.
       P030-EXIT.
            EXIT.

       P035-PRE-LINHA.
            READ ARQ-PIX
                 AT END
                      MOVE 'S' TO WS-FIM-PRE
                      GO TO P035-EXIT
            END-READ
            EVALUATE RET-LINHA(1:1)
                WHEN '0'
                  IF RET-LINHA(2:8) IS NUMERIC
                     MOVE RET-LINHA(2:8) TO WS-HDR-DATA
                  END-IF
                WHEN '9'
                  IF RET-LINHA(2:6) IS NUMERIC
                     AND RET-LINHA(8:11) IS NUMERIC
                     MOVE RET-LINHA(2:6)  TO WS-TRL-QTDE
                     MOVE RET-LINHA(8:11) TO WS-TRL-VALOR(1:11)
                  END-IF
                WHEN OTHER
                  CONTINUE
            END-EVALUATE.
       P035-EXIT.
            EXIT.

      * >>> ASSINATURA JA PRESENTE NO PIXPROCS.DAT = LIQUIDACAO JA
      * >>> PROCESSADO; SO SUPERVISOR DO FINANCEIRO FORCA A REPETICAO
      * >>> E A RECUSA FICA REGISTRADA NO JORNAL DE ERROS
       S040 SECTION.
       P040-DUPLICIDADE.
            MOVE 'N' TO WS-JA-PROCESSADO
            OPEN INPUT ARQ-CONTROLE
            IF WS-FS-CTL NOT = 00
               GO TO P040-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-CTL
            PERFORM P045-LER-CONTROLE THRU P045-EXIT
                    UNTIL WS-FIM-CTL = 'S'
            CLOSE ARQ-CONTROLE

            IF WS-JA-PROCESSADO = 'N'
               GO TO P040-EXIT
            END-IF

            DISPLAY 'LIQUIDACAO COM ESTA ASSINATURA JA FOI PROCESSADA: '
                    WS-ASSINATURA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-LOGADO = 'S' AND WS-SS-NV-FINAN NOT LESS '3'
               DISPLAY 'SUPERVISOR: FORCAR O REPROCESSAMENTO,'
                       ' (S)SIM (N)NAO?'
               ACCEPT WS-FORCA
            END-IF
            IF WS-FORCA NOT = 'S'
               MOVE 'RETPIX' TO WS-EL-PROGRAMA
               MOVE 'DP'       TO WS-EL-CODIGO
               MOVE 'G'        TO WS-EL-SEVERIDADE
               MOVE 'LIQUIDACAO PIX DUPLICADA RECUSADA'
                    TO WS-EL-MENSAGEM
               CALL 'ERRLOG' USING WS-ERRLOG-AREA
               DISPLAY 'PROCESSAMENTO RECUSADO - LIQUIDACAO DUPLICADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'REPROCESSAMENTO FORCADO PELO SUPERVISOR '
                    WS-SS-OPERADOR.
       P040-EXIT.
            EXIT.

       P045-LER-CONTROLE.
            READ ARQ-CONTROLE
                 AT END
                      MOVE 'S' TO WS-FIM-CTL
                      GO TO P045-EXIT
            END-READ
            IF CTL-LINHA(1:25) = WS-ASSINATURA
               MOVE 'S' TO WS-JA-PROCESSADO
            END-IF.
       P045-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-PIX
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQ-PIX' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
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
            END-IF

            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EXCECAO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ ARQ-PIX
                 AT END
                      MOVE 'S' TO WS-FIM-RET
                      GO TO P100-EXIT
            END-READ

            EVALUATE RET-LINHA(1:1)
                WHEN '0'
                  CONTINUE
                WHEN '1'
                  ADD 1 TO WS-QT-LIDOS
                  PERFORM P200-DETALHE THRU P200-EXIT
                WHEN '9'
                  MOVE 'S' TO WS-TEM-TRAILER
                  IF RET-LINHA(2:6) IS NUMERIC
                     AND RET-LINHA(8:11) IS NUMERIC
                     MOVE RET-LINHA(2:6)  TO WS-TRL-QTDE
                     MOVE RET-LINHA(8:11) TO WS-TRL-VALOR(1:11)
                  END-IF
                WHEN OTHER
                  MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
                  PERFORM P300-EXCECAO THRU P300-EXIT
            END-EVALUATE.
       P100-EXIT.
            EXIT.

      * >>> CASA O PAGAMENTO COM A COBRANCA E BAIXA AUTOMATICAMENTE
       S200 SECTION.
       P200-DETALHE.
            MOVE RET-LINHA(2:26)  TO WS-RET-TXID
            MOVE RET-LINHA(28:8)  TO WS-RET-DTPAGTO
            MOVE RET-LINHA(36:9)  TO WS-RET-VALOR

            IF WS-RET-DTPAGTO IS NOT NUMERIC
               OR WS-RET-VALOR IS NOT NUMERIC
               MOVE 'DETALHE MAL FORMADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

            MOVE WS-RET-VALOR TO WS-VALOR-PAGO(1:9)
            ADD WS-VALOR-PAGO TO WS-VL-LIDO

      * >>> COMPETENCIA FECHADA PELO FECHFINA NAO RECEBE MOVIMENTO
            MOVE WS-RET-DTPAGTO TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               MOVE 'MES DO PAGTO FECHADO PELO FECHFINA'
                    TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

      * >>> O TXID DO EXPPIX CARREGA A CHAVE DA COBRANCA; O TXID
      * >>> GRAVADO NELA CONFIRMA QUE O PIX E DESTA EMISSAO
            IF WS-TX-PREFIXO NOT = 'ESC'
               OR WS-TX-CHAVE IS NOT NUMERIC
               MOVE 'TXID MAL FORMADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF
            MOVE WS-TX-CHAVE TO CB-CHAVE
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'TXID SEM COBRANCA' TO WS-MOTIVO
                      PERFORM P300-EXCECAO THRU P300-EXIT
                      GO TO P200-EXIT
            END-READ
            IF CB-TXID NOT = WS-RET-TXID
               MOVE 'TXID NAO CONFERE COM A COBRANCA' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

      * >>> FAMILIA QUE PAGOU DUAS VEZES: O PIX ENTROU NA CONTA,
      * >>> ENTAO VIRA DETALHE DO PAGDETAL E CREDITO INTEGRAL
            IF COBRANCA-PAGA
               PERFORM P250-GRAVA-DETALHE THRU P250-EXIT
               MOVE WS-VALOR-PAGO      TO WS-VL-EXCESSO
               MOVE 'JA PAGA-CREDITO ' TO WS-PREFIXO
               PERFORM P290-GRAVA-CREDITO THRU P290-EXIT
               GO TO P200-EXIT
            END-IF

      * >>> PIX DE DIVIDA JA CONSOLIDADA NUM PLANO: O CREDITO NAO E
      * >>> APLICADO (A FAMILIA JA PAGA PELAS PARCELAS DO RENEGOCI) -
      * >>> VAI PARA O EXCPIX.REL TRATAR NA MAO
            IF COBRANCA-RENEGOCIADA
               MOVE SPACES TO WS-MOTIVO
               STRING 'COBRANCA RENEGOCIADA - PLANO ' CB-NR-PLANO
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

      * >>> CONFERE O CREDITO CONTRA O TOTAL DEVIDO (SALDO EM ABERTO
      * >>> MAIS OS ENCARGOS DE MORA) NA DATA DO PAGAMENTO
            COMPUTE WS-SALDO-ABERTO =
                    CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            MOVE WS-SALDO-ABERTO  TO WS-JR-VALOR-BASE
            MOVE CB-DT-VENCIMENTO TO WS-JR-DT-VENCIMENTO
            MOVE WS-RET-DTPAGTO   TO WS-JR-DT-PAGAMENTO
            CALL 'CALCJURO' USING WS-JUROS-AREA

            PERFORM P250-GRAVA-DETALHE THRU P250-EXIT

      * >>> A COBRANCA RECEBE SO O DEVIDO; O EXCESSO VIRA CREDITO
            MOVE ZEROS         TO WS-VL-EXCESSO
            MOVE WS-VALOR-PAGO TO WS-VL-BAIXADO
            IF WS-VALOR-PAGO > WS-JR-VL-DEVIDO
               COMPUTE WS-VL-EXCESSO =
                       WS-VALOR-PAGO - WS-JR-VL-DEVIDO
               MOVE WS-JR-VL-DEVIDO TO WS-VL-BAIXADO
            END-IF
            ADD WS-VL-BAIXADO   TO CB-VALOR-PAGO
            MOVE WS-RET-DTPAGTO TO CB-DT-PAGAMENTO
            IF WS-VALOR-PAGO NOT LESS WS-JR-VL-DEVIDO
               SET COBRANCA-PAGA TO TRUE
            END-IF
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF COBRANCA-PAGA
               ADD 1 TO WS-QT-BAIXADOS
               PERFORM P280-EMITE-RECIBO THRU P280-EXIT
               IF WS-VL-EXCESSO > ZEROS
                  MOVE 'EXCESSO-CREDITO ' TO WS-PREFIXO
                  PERFORM P290-GRAVA-CREDITO THRU P290-EXIT
               END-IF
            ELSE
               COMPUTE WS-SALDO-ABERTO =
                       CB-VALOR-LIQUIDO - CB-VALOR-PAGO
               MOVE SPACES TO WS-MOTIVO
               STRING 'PAGTO PARCIAL - SALDO '
                      WS-SALDO-ABERTO DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> GRAVA O DETALHE DO CREDITO NO PAGDETAL.DAT COM A PROXIMA
      * >>> SEQUENCIA LIVRE DA COBRANCA (ORIGEM 'P' = PIX)
       P250-GRAVA-DETALHE.
            MOVE ZEROS       TO WS-PROX-SEQ
            MOVE 'N'         TO WS-FIM-DET
            MOVE CB-ID-ALUNO TO PD-ID-ALUNO
            MOVE CB-ANO-MES  TO PD-ANO-MES
            MOVE CB-NR-SEQ   TO PD-NR-SEQ
            MOVE ZEROS       TO PD-SEQUENCIA
            START CFP001SM KEY IS NOT LESS PD-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-DET
            END-START
            PERFORM P270-LER-DETALHE THRU P270-EXIT
                    UNTIL WS-FIM-DET = 'S'

            MOVE CB-ID-ALUNO    TO PD-ID-ALUNO
            MOVE CB-ANO-MES     TO PD-ANO-MES
            MOVE CB-NR-SEQ      TO PD-NR-SEQ
            ADD 1               TO WS-PROX-SEQ
            MOVE WS-PROX-SEQ    TO PD-SEQUENCIA
            MOVE WS-RET-DTPAGTO TO PD-DT-PAGAMENTO
            MOVE WS-VALOR-PAGO  TO PD-VALOR-PAGO
            SET PAGTO-PIX       TO TRUE
            MOVE SPACES         TO PD-OPERADOR
            SET FORMA-TRANSFER  TO TRUE
            MOVE ZEROS          TO PD-CARTEIRA
            WRITE REG-CFP001SM
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P250-EXIT.
            EXIT.

      * >>> PERCORRE OS DETALHES JA GRAVADOS DA COBRANCA PARA ACHAR A
      * >>> ULTIMA SEQUENCIA USADA
       P270-LER-DETALHE.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DET
            END-READ
            IF WS-FIM-DET = 'N'
               IF PD-ID-ALUNO = CB-ID-ALUNO
                  AND PD-ANO-MES = CB-ANO-MES
                  AND PD-NR-SEQ = CB-NR-SEQ
                  MOVE PD-SEQUENCIA TO WS-PROX-SEQ
               ELSE
                  MOVE 'S' TO WS-FIM-DET
               END-IF
            END-IF.
       P270-EXIT.
            EXIT.

      * >>> QUITACAO EMITE O RECIBO NUMERADO (GERRECIB), QUE FICA NO
      * >>> CATALOGO (RELCATAL) PARA SEGUNDA VIA PELO CONCATAL
       P280-EMITE-RECIBO.
            MOVE CB-ID-ALUNO      TO WS-RB-ID-ALUNO
            MOVE CB-ANO-MES       TO WS-RB-ANO-MES
            MOVE CB-NR-SEQ        TO WS-RB-NR-SEQ
            MOVE WS-JR-VALOR-BASE TO WS-RB-VL-PRINCIPAL
            MOVE WS-JR-VL-MULTA   TO WS-RB-VL-MULTA
            MOVE WS-JR-VL-JUROS   TO WS-RB-VL-JUROS
            MOVE WS-VALOR-PAGO    TO WS-RB-VL-PAGO
            MOVE WS-RET-DTPAGTO   TO WS-RB-DT-PAGAMENTO
            CALL 'GERRECIB' USING WS-RECIBO-AREA
            IF WS-RB-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO GERRECIB: ' WS-RB-MENSAGEM
            END-IF.
       P280-EXIT.
            EXIT.

      * >>> VALOR ALEM DO DEVIDO VAI PARA O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI), LIGADO AO DETALHE QUE O RECEBEU, E SAI
      * >>> NO EXCPIX.REL PARA A SECRETARIA CONFERIR
       P290-GRAVA-CREDITO.
            MOVE 'G'            TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO    TO WS-CF-ID-ALUNO
            MOVE ZEROS          TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES     TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ      TO WS-CF-NR-SEQ
            MOVE WS-PROX-SEQ    TO WS-CF-PD-SEQ
            MOVE WS-RET-DTPAGTO TO WS-CF-DT-MOVIMENTO
            MOVE 'P'            TO WS-CF-ORIGEM
            MOVE WS-VL-EXCESSO  TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            MOVE SPACES TO WS-MOTIVO
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
               STRING 'CREDITO NAO GRAVADO ' WS-VL-EXCESSO
                      DELIMITED BY SIZE INTO WS-MOTIVO
            ELSE
               ADD 1 TO WS-QT-CREDITOS
               STRING WS-PREFIXO WS-VL-EXCESSO
                      DELIMITED BY SIZE INTO WS-MOTIVO
            END-IF
            PERFORM P300-EXCECAO THRU P300-EXIT.
       P290-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCECAO.
            ADD 1 TO WS-QT-EXCECOES
            MOVE SPACES TO EXC-LINHA
            STRING RET-LINHA DELIMITED BY '  '
                   ' MOTIVO=' DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO EXC-LINHA
            WRITE EXC-LINHA.
       P300-EXIT.
            EXIT.

      * >>> CONFERE OS TOTAIS DE CONTROLE DO TRAILER CONTRA O LIDO
       S500 SECTION.
       P500-CONFERE-TRAILER.
            IF WS-TEM-TRAILER = 'N'
               DISPLAY 'AVISO: LIQUIDACAO SEM TRAILER DE CONTROLE'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF

            IF WS-TRL-QTDE NOT = WS-QT-LIDOS
               OR WS-TRL-VALOR NOT = WS-VL-LIDO
               DISPLAY 'AVISO: TOTAIS DO TRAILER NAO CONFEREM'
               DISPLAY '  QTDE TRAILER: ' WS-TRL-QTDE
                       ' LIDA: ' WS-QT-LIDOS
               DISPLAY '  VALOR TRAILER: ' WS-TRL-VALOR
                       ' LIDO: ' WS-VL-LIDO
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF

      * >>> PROCESSAMENTO FECHADO COM O TRAILER: A ASSINATURA ENTRA
      * >>> NO CONTROLE DE LIQUIDACOES JA PROCESSADAS
            PERFORM P550-REGISTRA-CONTROLE THRU P550-EXIT.
       P500-EXIT.
            EXIT.

       P550-REGISTRA-CONTROLE.
            OPEN EXTEND ARQ-CONTROLE
            IF WS-FS-CTL = 35 THEN
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN EXTEND ARQ-CONTROLE
            END-IF
            IF WS-FS-CTL NOT = 00
               DISPLAY 'AVISO: PIXPROCS.DAT NAO ATUALIZADO'
               GO TO P550-EXIT
            END-IF
            MOVE SPACES TO CTL-LINHA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            STRING WS-ASSINATURA '|' WS-CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO CTL-LINHA
            WRITE CTL-LINHA
            CLOSE ARQ-CONTROLE.
       P550-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-PIX
            CLOSE CFP001SF
            CLOSE CFP001SM
            CLOSE REL-EXCECAO
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SF'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RETPIX'
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
            MOVE 'RETPIX' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RETPIX FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DETALHES LIDOS.....: ' WS-QT-LIDOS
            DISPLAY ' PAGAMENTOS BAIXADOS: ' WS-QT-BAIXADOS
            DISPLAY ' EXCECOES...........: ' WS-QT-EXCECOES
            DISPLAY ' CREDITOS GERADOS...: ' WS-QT-CREDITOS
            DISPLAY '--------------------------------------'
            MOVE 'RETPIX' TO WS-LG-PROGRAMA
            MOVE 'PAGTOS PIX     ' TO WS-LG-CONTADOR
            MOVE WS-QT-BAIXADOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RETPIX.
