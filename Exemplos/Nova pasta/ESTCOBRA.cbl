      *         RECEBIMENTO DA COBRANCA NO PAGDETAL.DAT, PARA OS
      *         FECHAMENTOS E A DECLARACAO ANUAL NAO CERTIFICAREM
      *         DINHEIRO DEVOLVIDO
      * Update: 15-10-26 - O ESTORNO CANCELA NO CREDFAMI O SALDO NAO
      *         USADO DO CREDITO GERADO PELA COBRANCA (AVISANDO O QUE
      *         JA FOI CONSUMIDO) E DEVOLVE A FAMILIA, COMO CREDITO DE
      *         ORIGEM 'E', O CREDITO QUE TINHA SIDO USADO NELA
      * Update: 15-10-26 - O RECIBO DA COBRANCA NO RECIBOS.DAT E
      *         MARCADO ESTORNADO; O GERRPS GERA O CANCELAMENTO DA
      *         NFS-E JA EMITIDA PARA ELE
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCOBRA.
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001T3 ASSIGN TO "C:/ARQUIVOS/RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RC-NR-RECIBO
                  ALTERNATE RECORD KEY IS RC-COBRANCA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RCB
                  LOCK MODE    IS AUTOMATIC.
           SELECT LOG-ESTORNO ASSIGN TO "C:/ARQUIVOS/ESTORNOS.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001T3.
           COPY REGRECIB.
       FD  LOG-ESTORNO.
       01  LOG-LINHA             PIC X(120).
       WORKING-STORAGE SECTION.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RCB          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-RECIBO      PIC X(01) VALUE 'N'.
           03 WS-FIM-RCB         PIC X(01) VALUE 'N'.
           03 WS-SEM-DETALHE     PIC X(01) VALUE 'N'.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-QT-DET-EXC      PIC 9(03) VALUE ZEROS.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.
           03 WS-VL-DEVOLVIDO    PIC 9(07)V99 VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-FC-FECHADA       PIC X(01) VALUE 'N'.
           03 WS-FC-MENSAGEM      PIC X(40) VALUE SPACES.

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
           03 WS-JR-DEPOIS       PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM     PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P020-AUTORIZA THRU P020-EXIT
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ESTCOBRA' TO WS-LY-PROGRAMA
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

      * >>> ESTORNO E OPERACAO DE SUPERVISOR: SEM NIVEL 3 NO
      * >>> FINANCEIRO, O PROGRAMA NEM ABRE OS ARQUIVOS
       S020 SECTION.
               END-IF
            END-IF

      * >>> SEM RECIBOS.DAT (NENHUM RECIBO EMITIDO) NAO HA O QUE MARCAR
            OPEN I-O CFP001T3
            IF WS-FS-RCB = 35
               MOVE 'S' TO WS-SEM-RECIBO
            ELSE
               IF WS-FS-RCB NOT = 00
                  MOVE WS-FS-RCB                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001T3'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN EXTEND LOG-ESTORNO
            IF WS-FS-LOG = 35 THEN
               OPEN OUTPUT LOG-ESTORNO
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF

            PERFORM P160-CANCELA-CREDITO THRU P160-EXIT
            PERFORM P170-LIMPA-DETALHES THRU P170-EXIT
            PERFORM P195-ESTORNA-RECIBO THRU P195-EXIT
            PERFORM P200-LOG-ESTORNO THRU P200-EXIT
            DISPLAY 'PAGAMENTO ESTORNADO - COBRANCA REABERTA!'.
       P120-EXIT.
            EXIT.

      * >>> O CREDITO QUE O PAGAMENTO ESTORNADO GEROU NAO EXISTE MAIS:
      * >>> O SALDO NAO USADO E CANCELADO; O JA CONSUMIDO EM OUTRA
      * >>> COBRANCA FICA E O SUPERVISOR E AVISADO PARA COBRAR A FAMILIA
       P160-CANCELA-CREDITO.
            MOVE 'X'          TO WS-CF-FUNCAO
            MOVE WS-ID-PEDIDO TO WS-CF-ID-ALUNO
            MOVE ZEROS        TO WS-CF-ID-CONTATO
            MOVE WS-ANO-MES   TO WS-CF-ANO-MES
            MOVE WS-NR-SEQ    TO WS-CF-NR-SEQ
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
               GO TO P160-EXIT
            END-IF
            IF WS-CF-VALOR > ZEROS
               DISPLAY 'CREDITO DA FAMILIA CANCELADO: ' WS-CF-VALOR
            END-IF
            IF WS-CF-VL-USADO > ZEROS
               DISPLAY 'ATENCAO: CREDITO JA USADO EM OUTRA COBRANCA: '
                       WS-CF-VL-USADO
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> OS DETALHES DE RECEBIMENTO DA COBRANCA (PAGDETAL.DAT) SAO
      * >>> EXCLUIDOS JUNTO COM O ESTORNO: FECHCAIX, FECHFINA,
      * >>> EXPCONTA E DECLPAGT TOTALIZAM DO DETALHE, E ELE PRECISA
               MOVE 'S' TO WS-FIM-DET
               GO TO P180-EXIT
            END-IF
            IF PAGTO-CREDITO
               PERFORM P190-DEVOLVE-CREDITO THRU P190-EXIT
            END-IF
            DELETE CFP001SM RECORD
                  INVALID KEY
                       DISPLAY 'AVISO: DETALHE NAO EXCLUIDO ('
       P180-EXIT.
            EXIT.

      * >>> DETALHE DE ORIGEM 'S' FOI PAGO COM CREDITO DA FAMILIA: COM
      * >>> O ESTORNO O VALOR VOLTA AO SALDO COMO CREDITO DE ESTORNO
       P190-DEVOLVE-CREDITO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE 'G'            TO WS-CF-FUNCAO
            MOVE PD-ID-ALUNO    TO WS-CF-ID-ALUNO
            MOVE ZEROS          TO WS-CF-ID-CONTATO
            MOVE PD-ANO-MES     TO WS-CF-ANO-MES
            MOVE PD-NR-SEQ      TO WS-CF-NR-SEQ
            MOVE PD-SEQUENCIA   TO WS-CF-PD-SEQ
            MOVE WS-CURRENT-DATE(1:8) TO WS-CF-DT-MOVIMENTO
            MOVE 'E'            TO WS-CF-ORIGEM
            MOVE PD-VALOR-PAGO  TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            ELSE
               MOVE PD-VALOR-PAGO TO WS-VL-DEVOLVIDO
               DISPLAY 'CREDITO DEVOLVIDO A FAMILIA: ' WS-VL-DEVOLVIDO
            END-IF.
       P190-EXIT.
            EXIT.

      * >>> RECIBO EMITIDO NA QUITACAO DA COBRANCA FICA ESTORNADO; A
      * >>> NFS-E DELE SAI COMO CANCELAMENTO NO PROXIMO GERRPS
       P195-ESTORNA-RECIBO.
            IF WS-SEM-RECIBO = 'S'
               GO TO P195-EXIT
            END-IF
            MOVE 'N'          TO WS-FIM-RCB
            MOVE WS-ID-PEDIDO TO RC-ID-ALUNO
            MOVE WS-ANO-MES   TO RC-ANO-MES
            MOVE WS-NR-SEQ    TO RC-NR-SEQ
            START CFP001T3 KEY IS EQUAL RC-COBRANCA
                  INVALID KEY
                       GO TO P195-EXIT
            END-START
            PERFORM P196-UM-RECIBO THRU P196-EXIT
                    UNTIL WS-FIM-RCB = 'S'.
       P195-EXIT.
            EXIT.

       P196-UM-RECIBO.
            READ CFP001T3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RCB
                      GO TO P196-EXIT
            END-READ
            IF RC-ID-ALUNO NOT = WS-ID-PEDIDO
               OR RC-ANO-MES NOT = WS-ANO-MES
               OR RC-NR-SEQ NOT = WS-NR-SEQ
               MOVE 'S' TO WS-FIM-RCB
               GO TO P196-EXIT
            END-IF
            IF NOT RECIBO-VALIDO
               GO TO P196-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            SET RECIBO-ESTORNADO       TO TRUE
            MOVE WS-CURRENT-DATE(1:8)  TO RC-DT-ESTORNO
            REWRITE REG-CFP001T3
                 INVALID KEY
                      DISPLAY 'AVISO: RECIBO ' RC-NR-RECIBO
                              ' NAO MARCADO ESTORNADO'
                 NOT INVALID KEY
                      DISPLAY 'RECIBO ESTORNADO NR ' RC-NR-RECIBO
            END-REWRITE.
       P196-EXIT.
            EXIT.

      * >>> LINHA: DATA/HORA|OPERADOR|ALUNO|COMPET|JUSTIFICATIVA
       S200 SECTION.
       P200-LOG-ESTORNO.
            IF WS-SEM-DETALHE = 'N'
               CLOSE CFP001SM
            END-IF
            IF WS-SEM-RECIBO = 'N'
               CLOSE CFP001T3
            END-IF
            CLOSE LOG-ESTORNO
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
