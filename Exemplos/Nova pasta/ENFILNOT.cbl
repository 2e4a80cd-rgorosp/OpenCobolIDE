      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE ENFILEIRAMENTO DE
      *          NOTIFICACOES - QUALQUER PROGRAMA QUE PRODUZ UM
      *          DOCUMENTO PARA A FAMILIA (AVISO DE FALTAS, CARTA DE
      *          COBRANCA, BOLETIM, RECIBO...) CHAMA ESTA ROTINA PARA
      *          DEIXAR A MENSAGEM NA CAIXA DE SAIDA NOTIFICA.DAT
      *          (CFP001W1), NUMERADA PELO NOTIFSEQ.DAT (NOS MOLDES DO
      *          RECIBSEQ.DAT DO GERRECIB). O DESTINATARIO E:
      *            'A' - O PROPRIO ALUNO (EM-ALUNO / TL-ALUNO)
      *            'C' - UM CONTATO (EMAIL/CELULAR DO CANAIS.DAT)
      *            'F' - A FAMILIA: O RESPONSAVEL FINANCEIRO ('RF' NO
      *                  RESPALUN.DAT) E, SEM ELE OU SEM CANAL VALIDO,
      *                  O PROPRIO ALUNO
      *          CANAL 'E' (EMAIL) OU 'S' (SMS) FORCADO PELO CHAMADOR,
      *          OU BRANCO PARA O PREFERIDO DO DESTINATARIO COM O OUTRO
      *          DE RESERVA; ENDERECO MARCADO INVALIDO PELO RETNOTIF
      *          NAO E USADO. O ENVNOTIF DESPACHA A FILA PARA O
      *          GATEWAY. NOS MOLDES DO GERRECIB: FALHA NAO DERRUBA O
      *          CHAMADOR - VOLTA EM LK-MENSAGEM, COM LK-NR-NOTIF ZERO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENFILNOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/NOTIFSEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
           SELECT CFP001W1 ASSIGN TO "C:/ARQUIVOS/NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NF-NR-NOTIF
                  ALTERNATE RECORD KEY IS NF-DESTINO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001V9 ASSIGN TO "C:/ARQUIVOS/CANAIS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CN-ID-CONTATO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(08).
       FD  CFP001W1.
           COPY REGNOTIF.
       FD  CFP001V9.
           COPY REGCANAL.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-NR-NOTIF        PIC 9(08) VALUE ZEROS.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-ID-RF           PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> DESTINATARIO RESOLVIDO E CANAL ESCOLHIDO
       01  WS-DESTINO.
           03 WS-TP-DESTINO      PIC X(01) VALUE SPACES.
           03 WS-ID-DESTINO      PIC 9(05) VALUE ZEROS.
           03 WS-CANAL           PIC X(01) VALUE SPACES.
           03 WS-ENDERECO        PIC X(40) VALUE SPACES.

      * >>> ENDERECOS CANDIDATOS DO DESTINATARIO (BRANCOS = SEM CANAL
      * >>> OU MARCADO INVALIDO) E O CANAL PREFERIDO DELE
       01  WS-CANDIDATOS.
           03 WS-CD-EMAIL        PIC X(40) VALUE SPACES.
           03 WS-CD-CELULAR      PIC X(40) VALUE SPACES.
           03 WS-CD-PREFERIDO    PIC X(01) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-TP-DESTINO      PIC X(01).
           03 LK-ID-DESTINO      PIC 9(05).
           03 LK-ID-ALUNO        PIC 9(05).
           03 LK-CANAL           PIC X(01).
           03 LK-MODELO          PIC X(08).
           03 LK-REFERENCIA      PIC X(30).
           03 LK-TEXTO           PIC X(120).
           03 LK-PROGRAMA        PIC X(08).
           03 LK-NR-NOTIF        PIC 9(08).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-NR-NOTIF
            MOVE SPACES TO WS-DESTINO
            MOVE ZEROS  TO WS-ID-DESTINO
            PERFORM P100-DESTINATARIO THRU P100-EXIT
            IF LK-MENSAGEM NOT = SPACES
               GOBACK
            END-IF
            PERFORM P500-NUMERAR THRU P500-EXIT
            IF LK-MENSAGEM NOT = SPACES
               GOBACK
            END-IF
            PERFORM P600-GRAVAR THRU P600-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ENFILNOT' TO WS-LY-PROGRAMA
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

      * >>> RESOLVE O DESTINATARIO E O ENDERECO DE ENTREGA
       S100 SECTION.
       P100-DESTINATARIO.
            EVALUATE LK-TP-DESTINO
                WHEN 'A'
                  PERFORM P200-ALUNO THRU P200-EXIT
                WHEN 'C'
                  MOVE LK-ID-DESTINO TO WS-ID-RF
                  PERFORM P300-CONTATO THRU P300-EXIT
                WHEN 'F'
                  PERFORM P150-RESP-FINANCEIRO THRU P150-EXIT
                  IF WS-ID-RF NOT = ZEROS
                     PERFORM P300-CONTATO THRU P300-EXIT
                  END-IF
                  IF WS-ENDERECO = SPACES
                     PERFORM P200-ALUNO THRU P200-EXIT
                  END-IF
                WHEN OTHER
                  MOVE 'TIPO DE DESTINATARIO INVALIDO'
                       TO LK-MENSAGEM
                  GO TO P100-EXIT
            END-EVALUATE
            IF WS-ENDERECO = SPACES
               MOVE 'DESTINATARIO SEM EMAIL/CELULAR VALIDO'
                    TO LK-MENSAGEM
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> PRIMEIRO VINCULO 'RF' DO ALUNO NO RESPALUN.DAT
       P150-RESP-FINANCEIRO.
            MOVE ZEROS TO WS-ID-RF
            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               GO TO P150-EXIT
            END-IF
            MOVE 'N'         TO WS-FIM-RSP
            MOVE LK-ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS = RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RSP
            END-START
            PERFORM P160-LER-VINCULO THRU P160-EXIT
                    UNTIL WS-FIM-RSP = 'S'
            CLOSE CFP001SL.
       P150-EXIT.
            EXIT.

       P160-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P160-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = LK-ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P160-EXIT
            END-IF
            IF RESP-FINANCEIRO
               MOVE RL-ID-CONTATO TO WS-ID-RF
               MOVE 'S' TO WS-FIM-RSP
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> ALUNO: EMAIL E TELEFONE DO PROPRIO CADASTRO
       S200 SECTION.
       P200-ALUNO.
            MOVE SPACES TO WS-CANDIDATOS
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               GO TO P200-EXIT
            END-IF
            MOVE LK-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO EM-ALUNO TL-ALUNO
            END-READ
            CLOSE CFP001S1
            MOVE EM-ALUNO TO WS-CD-EMAIL
            MOVE TL-ALUNO TO WS-CD-CELULAR
            PERFORM P400-ESCOLHE-CANAL THRU P400-EXIT
            IF WS-ENDERECO NOT = SPACES
               MOVE 'A'         TO WS-TP-DESTINO
               MOVE LK-ID-ALUNO TO WS-ID-DESTINO
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> CONTATO: CANAIS.DAT, SEM OS ENDERECOS MARCADOS INVALIDOS
       S300 SECTION.
       P300-CONTATO.
            MOVE SPACES TO WS-CANDIDATOS
            OPEN INPUT CFP001V9
            IF WS-FS-CAN NOT = 00
               GO TO P300-EXIT
            END-IF
            MOVE WS-ID-RF TO CN-ID-CONTATO
            READ CFP001V9
                 KEY IS CN-ID-CONTATO
                 INVALID KEY
                      CLOSE CFP001V9
                      GO TO P300-EXIT
            END-READ
            CLOSE CFP001V9
            IF EMAIL-VALIDO
               MOVE CN-EMAIL TO WS-CD-EMAIL
            END-IF
            IF CELULAR-VALIDO
               MOVE CN-CELULAR TO WS-CD-CELULAR
            END-IF
            MOVE CN-CANAL-PREF TO WS-CD-PREFERIDO
            PERFORM P400-ESCOLHE-CANAL THRU P400-EXIT
            IF WS-ENDERECO NOT = SPACES
               MOVE 'C'      TO WS-TP-DESTINO
               MOVE WS-ID-RF TO WS-ID-DESTINO
            END-IF.
       P300-EXIT.
            EXIT.

      * >>> CANAL FORCADO PELO CHAMADOR OU, EM BRANCO, O PREFERIDO DO
      * >>> DESTINATARIO (PADRAO EMAIL) COM O OUTRO DE RESERVA
       S400 SECTION.
       P400-ESCOLHE-CANAL.
            MOVE SPACES TO WS-CANAL WS-ENDERECO
            EVALUATE LK-CANAL
                WHEN 'E'
                  IF WS-CD-EMAIL NOT = SPACES
                     MOVE 'E'         TO WS-CANAL
                     MOVE WS-CD-EMAIL TO WS-ENDERECO
                  END-IF
                WHEN 'S'
                  IF WS-CD-CELULAR NOT = SPACES
                     MOVE 'S'           TO WS-CANAL
                     MOVE WS-CD-CELULAR TO WS-ENDERECO
                  END-IF
                WHEN OTHER
                  IF WS-CD-PREFERIDO = 'S'
                     AND WS-CD-CELULAR NOT = SPACES
                     MOVE 'S'           TO WS-CANAL
                     MOVE WS-CD-CELULAR TO WS-ENDERECO
                     GO TO P400-EXIT
                  END-IF
                  IF WS-CD-EMAIL NOT = SPACES
                     MOVE 'E'         TO WS-CANAL
                     MOVE WS-CD-EMAIL TO WS-ENDERECO
                     GO TO P400-EXIT
                  END-IF
                  IF WS-CD-CELULAR NOT = SPACES
                     MOVE 'S'           TO WS-CANAL
                     MOVE WS-CD-CELULAR TO WS-ENDERECO
                  END-IF
            END-EVALUATE.
       P400-EXIT.
            EXIT.

      * >>> TIRA O PROXIMO NUMERO DA SEQUENCIA DE NOTIFICACOES E JA
      * >>> DEIXA O ARQUIVO-CONTROLE ATUALIZADO
       S500 SECTION.
       P500-NUMERAR.
            MOVE ZEROS TO WS-NR-NOTIF
            OPEN INPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ = 00
               READ ARQ-SEQUENCIA
                    AT END
                         CONTINUE
                    NOT AT END
                         IF SEQ-REG IS NUMERIC
                            MOVE SEQ-REG TO WS-NR-NOTIF
                         END-IF
               END-READ
               CLOSE ARQ-SEQUENCIA
            END-IF
            ADD 1 TO WS-NR-NOTIF
            OPEN OUTPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ NOT = 00
               MOVE 'ERRO GRAVACAO DO NOTIFSEQ.DAT' TO LK-MENSAGEM
               GO TO P500-EXIT
            END-IF
            MOVE WS-NR-NOTIF TO SEQ-REG
            WRITE SEQ-REG
            CLOSE ARQ-SEQUENCIA.
       P500-EXIT.
            EXIT.

      * >>> GRAVA A MENSAGEM PENDENTE NA CAIXA DE SAIDA
       S600 SECTION.
       P600-GRAVAR.
            OPEN I-O CFP001W1
            IF WS-FS-NOT = 35 THEN
               OPEN OUTPUT CFP001W1
               CLOSE CFP001W1
               OPEN I-O CFP001W1
            END-IF
            IF WS-FS-NOT NOT = 00
               MOVE 'ERRO ABERTURA DO NOTIFICA.DAT' TO LK-MENSAGEM
               GO TO P600-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            INITIALIZE REG-CFP001W1
            MOVE WS-NR-NOTIF          TO NF-NR-NOTIF
            MOVE WS-TP-DESTINO        TO NF-TP-DESTINO
            MOVE WS-ID-DESTINO        TO NF-ID-DESTINO
            MOVE LK-ID-ALUNO          TO NF-ID-ALUNO
            MOVE WS-CANAL             TO NF-CANAL
            MOVE WS-ENDERECO          TO NF-ENDERECO
            MOVE LK-MODELO            TO NF-MODELO
            MOVE LK-REFERENCIA        TO NF-REFERENCIA
            MOVE LK-TEXTO             TO NF-TEXTO
            MOVE LK-PROGRAMA          TO NF-PROGRAMA
            MOVE WS-CURRENT-DATE(1:8) TO NF-DT-INCLUSAO
            SET NOTIF-PENDENTE        TO TRUE
            WRITE REG-CFP001W1
                  INVALID KEY
                       MOVE 'NOTIFICACAO JA CADASTRADA NO NOTIFICA.DAT'
                            TO LK-MENSAGEM
                  NOT INVALID KEY
                       MOVE WS-NR-NOTIF TO LK-NR-NOTIF
            END-WRITE
            CLOSE CFP001W1.
       P600-EXIT.
            EXIT.
       END PROGRAM ENFILNOT.
