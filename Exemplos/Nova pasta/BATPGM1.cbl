      *         DEBITOS) ALEM DO BALANCEAMENTO IN X OUT JA EXISTENTE.
      *         LINHA INVALIDA, CLIENTE DESCONHECIDO OU INATIVO E
      *         REJEITADA NO OUT-FILE SEM PARAR O LOTE
      * Update: 15-10-26 - CONTAS PRE-PAGAS DA CANTINA (CANTINA.DAT,
      *         VENDAS CONVERTIDAS EM DEBITOS PELO VENDCANT): O DEBITO
      *         QUE ESTOURARIA O LIMITE, ALEM DE REJEITADO, BLOQUEIA A
      *         CONTA (ST-CLIENTE = 'B'); CONTA BLOQUEADA TEM TODO
      *         DEBITO REJEITADO E VOLTA A ATIVA QUANDO UM CREDITO
      *         (RECARGA) TRAZ O SALDO DE VOLTA PARA DENTRO DO LIMITE
      * Update: 15-10-26 - LINHA DO MOVCLIEN.TXT AMPLIADA PARA 80
      *         POSICOES (O SALDO APOS O MOVIMENTO SAIA TRUNCADO); O
      *         EXTCLIEN LE ESSE SALDO PARA O EXTRATO DO CLIENTE
      * Update: 15-10-26 - O HISTORICO DE MOVIMENTOS SAI DO MOVCLIEN.TXT
      *         E PASSA AO ARQUIVO INDEXADO MOVHIST.DAT (CFP001U8),
      *         CHAVE CLIENTE + TIMESTAMP + SEQUENCIA, COM O SALDO APOS
      *         O MOVIMENTO; O ESTORNO DE MOVIMENTO (ESTMOVCL) LIGA O
      *         LANCAMENTO INVERSO AO ORIGINAL. O MOVCLIEN.TXT ANTIGO
      *         E CARREGADO UMA UNICA VEZ PELO CNVMOVCL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPGM1.
       ENVIRONMENT DIVISION.
           SELECT CKPT-FILE ASSIGN TO 'C:\Arquivos\BATPGM1.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKP.
           SELECT CFP001U8 ASSIGN TO "C:/ARQUIVOS/MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS MC-CHAVE
               FILE STATUS  IS WS-FS-MOV.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CKPT-REG        PIC 9(05).

       FD  CFP001U8.
           COPY REGMOVCL.
      *
       WORKING-STORAGE SECTION.
      * >>> VARIAVEIS
           03 WS-QT-DEB    PIC 9(05) VALUE ZEROS.
           03 WS-VL-DEB    PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-REJ    PIC 9(05) VALUE ZEROS.
           03 WS-QT-BLOQ   PIC 9(05) VALUE ZEROS.
           03 WS-QT-DESBLQ PIC 9(05) VALUE ZEROS.
       01  WS-CURRENT-DATE PIC X(21) VALUE SPACES.
       01  WS-MOV-GRAVADO  PIC X(01) VALUE 'N'.
       01  WS-MOTIVO       PIC X(25) VALUE SPACES.
      * >>> CONTROLE DE REINICIO/CHECKPOINT
       01  WS-CKPT-COUNT   PIC 9(05) VALUE ZEROS.
           05 WS-OU-TIPO   PIC X(01).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 WS-OU-DETALHE PIC X(52).

           COPY VERLAYOU.
      *
       PROCEDURE DIVISION.
       S001-INICIO SECTION.
       P001-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR
            PERFORM P010-ABERTURA
            PERFORM P020-LEITURA UNTIL WS-FS-IN = 10
       P001-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BATPGM1' TO WS-LY-PROGRAMA
            MOVE 'CLIENTES' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CLIENTES TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S010-ABERTURA SECTION.
       P010-ABERTURA.
            OPEN INPUT IN-FILE
               PERFORM P080-ERRO
            END-IF.

            OPEN I-O CFP001U8
            IF WS-FS-MOV = 35
               OPEN OUTPUT CFP001U8
               CLOSE CFP001U8
               OPEN I-O CFP001U8
            END-IF
            IF WS-FS-MOV NOT = 0
               MOVE 'ERRO P010-ABERTURA CFP001U8: ' TO WS-MSG1
               MOVE WS-FS-MOV                       TO WS-MSG2
               PERFORM P080-ERRO
            END-IF.

      * >>> VALIDA E APLICA UM LANCAMENTO: CREDITO SOMA E DEBITO
      * >>> SUBTRAI DO SALDO DO CLIENTE, COM O MOVIMENTO PERSISTIDO
      * >>> NO MOVHIST.DAT; LANCAMENTO INVALIDO E REJEITADO NO
      * >>> OUT-FILE COM O MOTIVO, SEM PARAR O LOTE
       S030-PROCESSA SECTION.
       P030-PROCESSA.
            IF WS-MOTIVO = SPACES AND CLIENTE-INATIVO
               MOVE 'CLIENTE INATIVO' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO = SPACES AND CLIENTE-BLOQUEADO
               AND WS-IN-TIPO = 'D'
               MOVE 'CLIENTE BLOQUEADO' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO NOT = SPACES
               PERFORM P035-REJEITAR
               GO TO P030-EXIT

      * >>> DEBITO QUE ESTOURARIA O LIMITE DE CREDITO DO CLIENTE
      * >>> (LIM-CLIENTE > 0, MANTIDO PELO CADLIMIT) E REJEITADO;
      * >>> LIMITE ZERADO SIGNIFICA CLIENTE SEM LIMITE CONFIGURADO;
      * >>> O ESTOURO TAMBEM BLOQUEIA A CONTA PARA OS DEBITOS SEGUINTES
            IF WS-IN-TIPO = 'D' AND LIM-CLIENTE > ZEROS
               IF SD-CLIENTE - WS-VALOR-MOV < ZEROS - LIM-CLIENTE
                  PERFORM P038-BLOQUEAR
                  MOVE 'ESTOURO LIMITE-BLOQUEADO' TO WS-MOTIVO
                  PERFORM P035-REJEITAR
                  GO TO P030-EXIT
               END-IF
               ADD WS-VALOR-MOV TO SD-CLIENTE
               ADD 1            TO WS-QT-CRED
               ADD WS-VALOR-MOV TO WS-VL-CRED
               IF CLIENTE-BLOQUEADO
                  AND SD-CLIENTE NOT < ZEROS - LIM-CLIENTE
                  SET CLIENTE-ATIVO TO TRUE
                  ADD 1 TO WS-QT-DESBLQ
               END-IF
            ELSE
               SUBTRACT WS-VALOR-MOV FROM SD-CLIENTE
               ADD 1            TO WS-QT-DEB
       P035-EXIT.
            EXIT.

      * >>> BLOQUEIA A CONTA QUE TENTOU DEBITAR ALEM DO LIMITE
       P038-BLOQUEAR.
            IF NOT CLIENTE-BLOQUEADO
               SET CLIENTE-BLOQUEADO TO TRUE
               REWRITE REG-CLIENTES
               END-REWRITE
               IF WS-FS-CLI NOT = 0
                  MOVE 'ERRO P038-BLOQUEAR CFP001S4: ' TO WS-MSG1
                  MOVE WS-FS-CLI                       TO WS-MSG2
                  PERFORM P080-ERRO
               END-IF
               ADD 1 TO WS-QT-BLOQ
            END-IF.
       P038-EXIT.
            EXIT.

      * >>> PERSISTE O MOVIMENTO COM DATA E HORA NO HISTORICO
      * >>> INDEXADO; DOIS MOVIMENTOS DO MESMO CLIENTE NO MESMO
      * >>> SEGUNDO SE SEPARAM PELA SEQUENCIA
       P040-GRAVAR-MOVIMENTO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            INITIALIZE REG-CFP001U8
            MOVE ID-CLIENTE             TO MC-ID-CLIENTE
            MOVE WS-CURRENT-DATE(1:14)  TO MC-TIMESTAMP
            MOVE ZEROS                  TO MC-SEQUENCIA
            MOVE WS-IN-TIPO             TO MC-TP-MOVIMENTO
            MOVE WS-VALOR-MOV           TO MC-VALOR
            MOVE SD-CLIENTE             TO MC-SALDO
            MOVE 'S'                    TO MC-SALDO-GRAVADO
            SET MOVCL-LOTE              TO TRUE
            SET MOVCL-NORMAL            TO TRUE
            MOVE ZEROS                  TO MC-REFERENCIA
            MOVE 'BATPGM1'              TO MC-OPERADOR
            MOVE 'N' TO WS-MOV-GRAVADO
            PERFORM P042-GRAVAR-HISTORICO UNTIL WS-MOV-GRAVADO = 'S'.
       P040-EXIT.
            EXIT.

       P042-GRAVAR-HISTORICO.
            WRITE REG-CFP001U8
                  INVALID KEY
                       CONTINUE
            END-WRITE
            IF WS-FS-MOV = 22 AND MC-SEQUENCIA < 999
               ADD 1 TO MC-SEQUENCIA
            ELSE
               IF WS-FS-MOV NOT = 0
                  MOVE 'ERRO P042-GRAVAR CFP001U8: ' TO WS-MSG1
                  MOVE WS-FS-MOV                     TO WS-MSG2
                  PERFORM P080-ERRO
               END-IF
               MOVE 'S' TO WS-MOV-GRAVADO
            END-IF.
       P042-EXIT.
            EXIT.

       S070-FECHAMENTO SECTION.
       P070-FECHAMENTO.
            CLOSE IN-FILE
               PERFORM P080-ERRO
            END-IF.

            CLOSE CFP001U8
            IF WS-FS-MOV NOT = 0
               MOVE 'ERRO P070-FECHAMENTO CFP001U8: ' TO WS-MSG1
               MOVE WS-FS-MOV                         TO WS-MSG2
               PERFORM P080-ERRO
            END-IF.
            DISPLAY ' DEBITOS.....: ' WS-QT-DEB
                    ' VALOR: ' WS-VL-DEB
            DISPLAY ' REJEITADOS..: ' WS-QT-REJ
            DISPLAY ' BLOQUEADOS..: ' WS-QT-BLOQ
                    ' DESBLOQUEADOS: ' WS-QT-DESBLQ
            DISPLAY '----------------------------------------'
            STOP RUN.
       P090-EXIT.
