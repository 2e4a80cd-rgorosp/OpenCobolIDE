      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: DESPACHO DA CAIXA DE SAIDA DE NOTIFICACOES - PERCORRE
      *          O NOTIFICA.DAT (CFP001W1) E GRAVA AS MENSAGENS
      *          PENDENTES NO NOTIFENV.TXT QUE O GATEWAY DE EMAIL/SMS
      *          RECOLHE, NOS MOLDES DO EXPPIX. CADA MENSAGEM GRAVADA
      *          PASSA A ENVIADA COM A DATA DO DESPACHO; O RETORNO DO
      *          GATEWAY (ENTREGUE/DEVOLVIDA/ENDERECO INVALIDO) E
      *          PROCESSADO PELO RETNOTIF
      *
      *          LAYOUT DO DETALHE:
      *            001 TIPO          X(01) = '1'
      *            002 NR-NOTIF      9(08)
      *            010 CANAL         X(01) E-EMAIL / S-SMS
      *            011 ENDERECO      X(40) EMAIL OU CELULAR COM DDD
      *            051 MODELO        X(08)
      *            059 REFERENCIA    X(30)
      *            089 TEXTO         X(120)
      *          HEADER '0' COM A DATA DE GERACAO E TRAILER '9' COM A
      *          QUANTIDADE DE DETALHES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVNOTIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W1 ASSIGN TO "C:/ARQUIVOS/NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NF-NR-NOTIF
                  ALTERNATE RECORD KEY IS NF-DESTINO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT
                  LOCK MODE    IS AUTOMATIC.
           SELECT ARQ-ENVIO ASSIGN TO "C:/ARQUIVOS/NOTIFENV.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ENV.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W1.
           COPY REGNOTIF.
       FD  ARQ-ENVIO.
       01  ENV-LINHA             PIC X(208).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ENV          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> TOTAIS DE CONTROLE DO DESPACHO
       01  WS-CONTROLE.
           03 WS-QT-DETALHES     PIC 9(06) VALUE ZEROS.
           03 WS-QT-EMAIL        PIC 9(06) VALUE ZEROS.
           03 WS-QT-SMS          PIC 9(06) VALUE ZEROS.

      * >>> REGISTROS DO LAYOUT DO GATEWAY
       01  WS-REG-HEADER.
           03 FILLER             PIC X(01) VALUE '0'.
           03 WS-HDR-DATA        PIC 9(08).
           03 WS-HDR-ORIGEM      PIC X(20) VALUE 'ESCOLA CADASTRO'.
       01  WS-REG-DETALHE.
           03 FILLER             PIC X(01) VALUE '1'.
           03 WS-DET-NR-NOTIF    PIC 9(08).
           03 WS-DET-CANAL       PIC X(01).
           03 WS-DET-ENDERECO    PIC X(40).
           03 WS-DET-MODELO      PIC X(08).
           03 WS-DET-REFERENCIA  PIC X(30).
           03 WS-DET-TEXTO       PIC X(120).
       01  WS-REG-TRAILER.
           03 FILLER             PIC X(01) VALUE '9'.
           03 WS-TRL-QTDE        PIC 9(06).

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
            DISPLAY 'PROGRAMA ENVNOTIF - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P080-HEADER THRU P080-EXIT
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-NOT = 10
            PERFORM P300-TRAILER THRU P300-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
      * >>> SEM CAIXA DE SAIDA AINDA, O ARQUIVO E CRIADO VAZIO E O
      * >>> GATEWAY RECEBE SO HEADER E TRAILER
            OPEN I-O CFP001W1
            IF WS-FS-NOT = 35 THEN
               OPEN OUTPUT CFP001W1
               CLOSE CFP001W1
               OPEN I-O CFP001W1
            END-IF
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT ARQ-ENVIO
            IF WS-FS-ENV NOT = 00
               MOVE WS-FS-ENV                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO NOTIFENV.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S080 SECTION.
       P080-HEADER.
            MOVE WS-DATA-HOJE  TO WS-HDR-DATA
            MOVE WS-REG-HEADER TO ENV-LINHA
            WRITE ENV-LINHA.
       P080-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA.
            READ CFP001W1 NEXT RECORD
            IF WS-FS-NOT NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001W1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-NOT = 10
               GO TO P100-EXIT
            END-IF
            IF NOT NOTIF-PENDENTE
               GO TO P100-EXIT
            END-IF
            PERFORM P200-DETALHE THRU P200-EXIT

            SET NOTIF-ENVIADA  TO TRUE
            MOVE WS-DATA-HOJE  TO NF-DT-ENVIO
            REWRITE REG-CFP001W1
            END-REWRITE
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001W1'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-DETALHE.
            MOVE NF-NR-NOTIF    TO WS-DET-NR-NOTIF
            MOVE NF-CANAL       TO WS-DET-CANAL
            MOVE NF-ENDERECO    TO WS-DET-ENDERECO
            MOVE NF-MODELO      TO WS-DET-MODELO
            MOVE NF-REFERENCIA  TO WS-DET-REFERENCIA
            MOVE NF-TEXTO       TO WS-DET-TEXTO
            MOVE WS-REG-DETALHE TO ENV-LINHA
            WRITE ENV-LINHA

            ADD 1 TO WS-QT-DETALHES
            IF CANAL-SMS
               ADD 1 TO WS-QT-SMS
            ELSE
               ADD 1 TO WS-QT-EMAIL
            END-IF.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-TRAILER.
            MOVE WS-QT-DETALHES TO WS-TRL-QTDE
            MOVE WS-REG-TRAILER TO ENV-LINHA
            WRITE ENV-LINHA.
       P300-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001W1
            CLOSE ARQ-ENVIO
            IF WS-FS-ENV NOT = 00 THEN
               MOVE WS-FS-ENV                           TO WS-MSG1
               MOVE 'ERRO FECHAR O NOTIFENV.TXT'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA ENVNOTIF'
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
            MOVE 'ENVNOTIF' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA ENVNOTIF FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' NOTIFICACOES DESPACHADAS: ' WS-QT-DETALHES
            DISPLAY '   POR EMAIL.............: ' WS-QT-EMAIL
            DISPLAY '   POR SMS...............: ' WS-QT-SMS
            DISPLAY '--------------------------------------'
            MOVE 'ENVNOTIF' TO WS-LG-PROGRAMA
            MOVE 'NOTIF ENVIADAS ' TO WS-LG-CONTADOR
            MOVE WS-QT-DETALHES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM ENVNOTIF.
