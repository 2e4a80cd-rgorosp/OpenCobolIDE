      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROCESSAMENTO DO RETORNO DO GATEWAY DE EMAIL/SMS
      *          (NOTIFRET.TXT) NOS MOLDES DO RETPIX - CADA DETALHE
      *          '1' TRAZ A SITUACAO FINAL DE UMA NOTIFICACAO DESPACHADA
      *          PELO ENVNOTIF: D-ENTREGUE, B-DEVOLVIDA, I-ENDERECO
      *          INVALIDO. A SITUACAO, A DATA, O CODIGO E O MOTIVO DO
      *          GATEWAY FICAM NO NOTIFICA.DAT (CFP001W1). ENDERECO
      *          INVALIDO DE UM CONTATO E MARCADO NO CANAIS.DAT
      *          (CFP001V9) QUANDO AINDA E O MESMO CADASTRADO, E O
      *          ENFILNOT DEIXA DE USA-LO ATE A CORRECAO PELO CADCANAL.
      *          NOTIFICACAO DESCONHECIDA, AINDA NAO DESPACHADA OU
      *          DETALHE MAL FORMADO VAI PARA O EXCNOTIF.REL; O TRAILER
      *          '9' E CONFERIDO CONTRA A QUANTIDADE LIDA
      *
      *          LAYOUT DO DETALHE DO RETORNO:
      *            01 TIPO           X(01) = '1'
      *            02 NR-NOTIF       9(08)
      *            10 SITUACAO       X(01) D / B / I
      *            11 DATA RETORNO   9(08) AAAAMMDD
      *            19 CODIGO         X(03) DO GATEWAY
      *            22 MOTIVO         X(30)
      *          HEADER '0' COM A DATA EM 02-09 E TRAILER '9' COM A
      *          QUANTIDADE EM 02-07
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNOTIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "C:/ARQUIVOS/NOTIFRET.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RET.
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
                  FILE STATUS  IS WS-FS-CAN
                  LOCK MODE    IS AUTOMATIC.
           SELECT REL-EXCECAO ASSIGN TO "C:/ARQUIVOS/EXCNOTIF.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  RET-LINHA              PIC X(51).
       FD  CFP001W1.
           COPY REGNOTIF.
       FD  CFP001V9.
           COPY REGCANAL.
       FD  REL-EXCECAO.
       01  EXC-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CANAIS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-RET         PIC X(01) VALUE 'N'.
           03 WS-MOTIVO          PIC X(35) VALUE SPACES.

      * >>> CONTADORES E TOTAIS DE CONTROLE
       01  WS-CONTROLE.
           03 WS-QT-LIDOS        PIC 9(06) VALUE ZEROS.
           03 WS-QT-ENTREGUES    PIC 9(06) VALUE ZEROS.
           03 WS-QT-DEVOLVIDAS   PIC 9(06) VALUE ZEROS.
           03 WS-QT-INVALIDOS    PIC 9(06) VALUE ZEROS.
           03 WS-QT-MARCADOS     PIC 9(06) VALUE ZEROS.
           03 WS-QT-EXCECOES     PIC 9(06) VALUE ZEROS.
           03 WS-QT-ATUALIZADAS  PIC 9(05) VALUE ZEROS.
           03 WS-TEM-TRAILER     PIC X(01) VALUE 'N'.
           03 WS-TRL-QTDE        PIC 9(06) VALUE ZEROS.

      * >>> CAMPOS DO DETALHE DO RETORNO
       01  WS-DET-RETORNO.
           03 WS-RET-NR-NOTIF    PIC X(08) VALUE SPACES.
           03 WS-RET-SITUACAO    PIC X(01) VALUE SPACES.
              88 RET-SITUACAO-VALIDA      VALUE 'D' 'B' 'I'.
           03 WS-RET-DATA        PIC X(08) VALUE SPACES.
           03 WS-RET-CODIGO      PIC X(03) VALUE SPACES.
           03 WS-RET-MOTIVO      PIC X(30) VALUE SPACES.

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
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA RETNOTIF - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FIM-RET = 'S'
            PERFORM P500-CONFERE-TRAILER THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-RETORNO
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO NOTIFRET.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001W1
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CANAIS CADASTRADOS NAO HA ENDERECO DE CONTATO A MARCAR
            OPEN I-O CFP001V9
            IF WS-FS-CAN NOT = 00
               MOVE 'S' TO WS-SEM-CANAIS
            END-IF

            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO EXCNOTIF.REL' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ ARQ-RETORNO
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
                     MOVE RET-LINHA(2:6) TO WS-TRL-QTDE
                  END-IF
                WHEN OTHER
                  MOVE 'TIPO DE REGISTRO DESCONHECIDO' TO WS-MOTIVO
                  PERFORM P300-EXCECAO THRU P300-EXIT
            END-EVALUATE.
       P100-EXIT.
            EXIT.

      * >>> GRAVA NA NOTIFICACAO A SITUACAO DEVOLVIDA PELO GATEWAY
       S200 SECTION.
       P200-DETALHE.
            MOVE RET-LINHA(2:8)   TO WS-RET-NR-NOTIF
            MOVE RET-LINHA(10:1)  TO WS-RET-SITUACAO
            MOVE RET-LINHA(11:8)  TO WS-RET-DATA
            MOVE RET-LINHA(19:3)  TO WS-RET-CODIGO
            MOVE RET-LINHA(22:30) TO WS-RET-MOTIVO

            IF WS-RET-NR-NOTIF IS NOT NUMERIC
               OR WS-RET-DATA IS NOT NUMERIC
               OR NOT RET-SITUACAO-VALIDA
               MOVE 'DETALHE MAL FORMADO' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

            MOVE WS-RET-NR-NOTIF TO NF-NR-NOTIF
            READ CFP001W1
                 KEY IS NF-NR-NOTIF
                 INVALID KEY
                      MOVE 'NOTIFICACAO INEXISTENTE' TO WS-MOTIVO
                      PERFORM P300-EXCECAO THRU P300-EXIT
                      GO TO P200-EXIT
            END-READ
            IF NOTIF-PENDENTE
               MOVE 'NOTIFICACAO AINDA NAO DESPACHADA' TO WS-MOTIVO
               PERFORM P300-EXCECAO THRU P300-EXIT
               GO TO P200-EXIT
            END-IF

            MOVE WS-RET-SITUACAO TO NF-SITUACAO
            MOVE WS-RET-DATA     TO NF-DT-RETORNO
            MOVE WS-RET-CODIGO   TO NF-CD-RETORNO
            MOVE WS-RET-MOTIVO   TO NF-MOTIVO
            REWRITE REG-CFP001W1
            END-REWRITE
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001W1'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-QT-ATUALIZADAS

            EVALUATE TRUE
                WHEN NOTIF-ENTREGUE
                  ADD 1 TO WS-QT-ENTREGUES
                WHEN NOTIF-DEVOLVIDA
                  ADD 1 TO WS-QT-DEVOLVIDAS
                WHEN NOTIF-END-INVALIDO
                  ADD 1 TO WS-QT-INVALIDOS
                  IF DESTINO-CONTATO
                     PERFORM P250-MARCA-INVALIDO THRU P250-EXIT
                  END-IF
            END-EVALUATE.
       P200-EXIT.
            EXIT.

      * >>> O ENDERECO RECUSADO SO E MARCADO SE AINDA FOR O MESMO DO
      * >>> CADASTRO - UM ENDERECO JA CORRIGIDO NAO E INVALIDADO
       P250-MARCA-INVALIDO.
            IF WS-SEM-CANAIS = 'S'
               GO TO P250-EXIT
            END-IF
            MOVE NF-ID-DESTINO TO CN-ID-CONTATO
            READ CFP001V9
                 KEY IS CN-ID-CONTATO
                 INVALID KEY
                      GO TO P250-EXIT
            END-READ
            IF CANAL-EMAIL AND CN-EMAIL = NF-ENDERECO
               SET EMAIL-INVALIDO TO TRUE
            ELSE
               IF CANAL-SMS AND CN-CELULAR = NF-ENDERECO(1:11)
                  SET CELULAR-INVALIDO TO TRUE
               ELSE
                  GO TO P250-EXIT
               END-IF
            END-IF
            REWRITE REG-CFP001V9
            END-REWRITE
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001V9'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-QT-MARCADOS.
       P250-EXIT.
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

      * >>> CONFERE A QUANTIDADE DO TRAILER CONTRA A LIDA
       S500 SECTION.
       P500-CONFERE-TRAILER.
            IF WS-TEM-TRAILER = 'N'
               DISPLAY 'AVISO: RETORNO SEM TRAILER DE CONTROLE'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
            END-IF

            IF WS-TRL-QTDE NOT = WS-QT-LIDOS
               DISPLAY 'AVISO: TOTAIS DO TRAILER NAO CONFEREM'
               DISPLAY '  QTDE TRAILER: ' WS-TRL-QTDE
                       ' LIDA: ' WS-QT-LIDOS
               MOVE 8 TO RETURN-CODE
            END-IF.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-RETORNO
            CLOSE CFP001W1
            IF WS-SEM-CANAIS = 'N'
               CLOSE CFP001V9
            END-IF
            CLOSE REL-EXCECAO
            IF WS-FS-NOT NOT = 00 THEN
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W1'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RETNOTIF'
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
            MOVE 'RETNOTIF' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RETNOTIF FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DETALHES LIDOS.......: ' WS-QT-LIDOS
            DISPLAY ' ENTREGUES............: ' WS-QT-ENTREGUES
            DISPLAY ' DEVOLVIDAS...........: ' WS-QT-DEVOLVIDAS
            DISPLAY ' ENDERECO INVALIDO....: ' WS-QT-INVALIDOS
            DISPLAY ' CANAIS MARCADOS......: ' WS-QT-MARCADOS
            DISPLAY ' EXCECOES.............: ' WS-QT-EXCECOES
            DISPLAY '--------------------------------------'
            MOVE 'RETNOTIF' TO WS-LG-PROGRAMA
            MOVE 'RETORNOS NOTIF ' TO WS-LG-CONTADOR
            MOVE WS-QT-ATUALIZADAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RETNOTIF.
