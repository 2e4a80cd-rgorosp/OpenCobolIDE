      *         RECIBO_<NUMERO>.REL: COM TIMESTAMP DE SEGUNDOS, DOIS
      *         RECIBOS EMITIDOS NO MESMO SEGUNDO (RETBANCO EM LOTE)
      *         SOBRESCREVIAM UM AO OUTRO E A SEGUNDA VIA SE PERDIA
      * Update: 15-10-26 - CADA RECIBO EMITIDO E GRAVADO NO CADASTRO DE
      *         RECIBOS (RECIBOS.DAT, CFP001T3) COM A COBRANCA, O
      *         DEMONSTRATIVO E A SITUACAO DA NFS-E, BASE DO GERRPS;
      *         A AREA GANHOU A SEQUENCIA DA COBRANCA (LK-NR-SEQ)
      * Update: 15-10-26 - CADA RECIBO EMITIDO ENFILEIRA UM AVISO AO
      *         RESPONSAVEL FINANCEIRO NA CAIXA DE SAIDA (ENFILNOT);
      *         FALHA NO AVISO SO E EXIBIDA, NAO VOLTA EM LK-MENSAGEM
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERRECIB.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001T3 ASSIGN TO "C:/ARQUIVOS/RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RC-NR-RECIBO
                  ALTERNATE RECORD KEY IS RC-COBRANCA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RCB.
           SELECT REL-RECIBO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       01  SEQ-REG               PIC 9(06).
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001T3.
           COPY REGRECIB.
       FD  REL-RECIBO.
       01  REL-LINHA             PIC X(80).
       WORKING-STORAGE SECTION.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RCB          PIC 9(02) VALUE ZEROS.
           03 WS-NR-RECIBO       PIC 9(06) VALUE ZEROS.
           03 WS-NM-ALUNO        PIC X(20) VALUE SPACES.
           03 WS-QT-LINHAS       PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A CAIXA DE SAIDA (ENFILNOT)
       01  WS-NOTIF-AREA.
           03 WS-NT-TP-DESTINO    PIC X(01) VALUE SPACES.
           03 WS-NT-ID-DESTINO    PIC 9(05) VALUE ZEROS.
           03 WS-NT-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-NT-CANAL         PIC X(01) VALUE SPACES.
           03 WS-NT-MODELO        PIC X(08) VALUE SPACES.
           03 WS-NT-REFERENCIA    PIC X(30) VALUE SPACES.
           03 WS-NT-TEXTO         PIC X(120) VALUE SPACES.
           03 WS-NT-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-NT-NR-NOTIF      PIC 9(08) VALUE ZEROS.
           03 WS-NT-MENSAGEM      PIC X(40) VALUE SPACES.

       77  WS-ED-VALOR           PIC Z.ZZZ.ZZ9,99.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-DT-PAGAMENTO    PIC 9(08).
           03 LK-NR-RECIBO       PIC 9(06).
           03 LK-MENSAGEM        PIC X(40).
           03 LK-NR-SEQ          PIC 9(02).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-NR-RECIBO
            PERFORM P050-NUMERAR THRU P050-EXIT
            PERFORM P080-BUSCA-ALUNO THRU P080-EXIT
            PERFORM P100-EMITIR THRU P100-EXIT
            PERFORM P200-CATALOGAR THRU P200-EXIT
            PERFORM P300-REGISTRAR THRU P300-EXIT
            PERFORM P400-NOTIFICA THRU P400-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GERRECIB' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> TIRA O PROXIMO NUMERO DA SEQUENCIA DE RECIBOS E JA DEIXA
      * >>> O ARQUIVO-CONTROLE ATUALIZADO PARA A PROXIMA EMISSAO
       S050 SECTION.
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> GRAVA O RECIBO NO CADASTRO (RECIBOS.DAT) COM A NFS-E
      * >>> PENDENTE; O ESTCOBRA MARCA O ESTORNO E O GERRPS/RETNFSE
      * >>> CONTROLAM A NOTA DA PREFEITURA
       S300 SECTION.
       P300-REGISTRAR.
            OPEN I-O CFP001T3
            IF WS-FS-RCB = 35 THEN
               OPEN OUTPUT CFP001T3
               CLOSE CFP001T3
               OPEN I-O CFP001T3
            END-IF
            IF WS-FS-RCB NOT = 00
               MOVE 'ERRO ABERTURA DO RECIBOS.DAT' TO LK-MENSAGEM
               GO TO P300-EXIT
            END-IF
            INITIALIZE REG-CFP001T3
            MOVE WS-NR-RECIBO     TO RC-NR-RECIBO
            MOVE LK-ID-ALUNO      TO RC-ID-ALUNO
            MOVE LK-ANO-MES       TO RC-ANO-MES
            MOVE LK-NR-SEQ        TO RC-NR-SEQ
            MOVE LK-DT-PAGAMENTO  TO RC-DT-PAGAMENTO
            MOVE LK-VL-PRINCIPAL  TO RC-VL-PRINCIPAL
            MOVE LK-VL-MULTA      TO RC-VL-MULTA
            MOVE LK-VL-JUROS      TO RC-VL-JUROS
            MOVE LK-VL-PAGO       TO RC-VL-PAGO
            SET RECIBO-VALIDO     TO TRUE
            MOVE ZEROS            TO RC-DT-ESTORNO
            SET NFSE-PENDENTE     TO TRUE
            MOVE ZEROS            TO RC-DT-NFSE
            WRITE REG-CFP001T3
                  INVALID KEY
                       MOVE 'RECIBO JA CADASTRADO NO RECIBOS.DAT'
                            TO LK-MENSAGEM
            END-WRITE
            CLOSE CFP001T3.
       P300-EXIT.
            EXIT.

      * >>> AVISA O RESPONSAVEL FINANCEIRO (OU O PROPRIO ALUNO) QUE O
      * >>> RECIBO ESTA DISPONIVEL - SO QUANDO A EMISSAO FOI LIMPA
       S400 SECTION.
       P400-NOTIFICA.
            IF LK-MENSAGEM NOT = SPACES
               GO TO P400-EXIT
            END-IF
            MOVE 'F'            TO WS-NT-TP-DESTINO
            MOVE ZEROS          TO WS-NT-ID-DESTINO
            MOVE LK-ID-ALUNO    TO WS-NT-ID-ALUNO
            MOVE SPACES         TO WS-NT-CANAL
            MOVE 'RECIBO  '     TO WS-NT-MODELO
            MOVE 'GERRECIB'     TO WS-NT-PROGRAMA
            MOVE LK-VL-PAGO     TO WS-ED-VALOR
            MOVE SPACES         TO WS-NT-REFERENCIA WS-NT-TEXTO
            STRING 'RECIBO_' WS-NR-RECIBO
                   DELIMITED BY SIZE INTO WS-NT-REFERENCIA
            STRING 'RECIBO ' WS-NR-RECIBO ' DE ' WS-NM-ALUNO
                   ' COMPETENCIA ' LK-ANO-MES ' VALOR PAGO R$'
                   WS-ED-VALOR ' DISPONIVEL NA SECRETARIA.'
                   DELIMITED BY SIZE INTO WS-NT-TEXTO
            CALL 'ENFILNOT' USING WS-NOTIF-AREA
            IF WS-NT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO ENFILNOT: RECIBO ' WS-NR-RECIBO ' '
                       WS-NT-MENSAGEM
            END-IF.
       P400-EXIT.
            EXIT.
       END PROGRAM GERRECIB.
