      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE CONFERENCIA DO LAYOUT DOS
      *          MESTRES NA ABERTURA - CADA VEZ QUE UM COPY DE MESTRE
      *          CRESCEU (REGALUNO GANHOU EM-ALUNO, TU-ALUNO, CPF-ALUNO,
      *          UN-ALUNO; REGCOBRA GANHOU CB-NR-SEQ), UM PROGRAMA
      *          COMPILADO COM O LAYOUT ANTIGO AINDA ABRIA O ARQUIVO
      *          NOVO E O LIA DESLOCADO SEM AVISAR.
      *          CADA MESTRE TEM UM REGISTRO DE CONTROLE NO LAYOUTS.DAT
      *          (LAYOUT REGLAYOU) COM A VERSAO E O TAMANHO DO REGISTRO
      *          GRAVADOS NO ARQUIVO. O PROGRAMA QUE ABRE O MESTRE
      *          CHAMA ESTA ROTINA ANTES DA ABERTURA COM A VERSAO
      *          (COPY VERLAYOU) E O TAMANHO (LENGTH OF) COM QUE FOI
      *          COMPILADO; DIVERGENCIA E RECUSADA COM MENSAGEM NA TELA
      *          E ENTRADA NO ERRLOG, E O CHAMADOR ENCERRA COM CODIGO 8.
      *          MESTRE AINDA INEXISTENTE RECEBE O SELO DO PRIMEIRO
      *          PROGRAMA QUE O CRIA; MESTRE EXISTENTE SEM SELO E
      *          RECUSADO ATE SER SELADO OU CONVERTIDO PELO CNVLAYOU.
      *          LK-RETORNO SO E MUDADO PARA 'N' (RECUSA), DE MODO QUE
      *          O CHAMADOR CONFERE TODOS OS SEUS MESTRES E TESTA A
      *          RECUSA UMA VEZ SO NO FIM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKLAYOU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W7 ASSIGN TO "C:/ARQUIVOS/LAYOUTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LY-ARQUIVO
                  FILE STATUS  IS WS-FS-LAY.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W7.
           COPY REGLAYOU.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LAY          PIC 9(02) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-MOTIVO          PIC X(35) VALUE SPACES.
           03 WS-VER-ED          PIC ZZ9.
           03 WS-TAM-ED          PIC ZZZZ9.
           03 WS-VER2-ED         PIC ZZ9.
           03 WS-TAM2-ED         PIC ZZZZ9.

      * >>> EXISTENCIA DO MESTRE NO DISCO (CBL_CHECK_FILE_EXIST)
       01  WS-ARQ-MESTRE         PIC X(30) VALUE SPACES.
       01  WS-RETORNO            PIC S9(09) COMP VALUE ZEROS.
       01  WS-FILE-INFO.
           03 WS-FI-TAMANHO      PIC X(08) COMP-X VALUE ZEROS.
           03 WS-FI-DATA         PIC X(08).

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO (ESPELHO DO WS-LY-AREA DO COPY VERLAYOU)
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-PROGRAMA        PIC X(08).
           03 LK-ARQUIVO         PIC X(08).
           03 LK-VERSAO          PIC 9(03).
           03 LK-TAMANHO         PIC 9(05).
           03 LK-RETORNO         PIC X(01).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P050-ABRIR THRU P050-EXIT
            IF WS-FS-LAY = 00
               PERFORM P100-CONFERIR THRU P100-EXIT
               CLOSE CFP001W7
            END-IF
            GOBACK.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001W7
            IF WS-FS-LAY = 35 THEN
               OPEN OUTPUT CFP001W7
               CLOSE CFP001W7
               OPEN I-O CFP001W7
            END-IF
            IF WS-FS-LAY NOT = 00 THEN
               MOVE 'ERRO ABERTURA DO LAYOUTS.DAT' TO WS-MOTIVO
               PERFORM P800-RECUSAR THRU P800-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> SELO ENCONTRADO: VERSAO E TAMANHO TEM QUE BATER COM OS DO
      * >>> PROGRAMA. SEM SELO: MESTRE NOVO E SELADO, MESTRE EXISTENTE
      * >>> E RECUSADO
       S100 SECTION.
       P100-CONFERIR.
            MOVE LK-ARQUIVO TO LY-ARQUIVO
            READ CFP001W7
                 INVALID KEY
                      PERFORM P200-SEM-SELO THRU P200-EXIT
                      GO TO P100-EXIT
            END-READ
            IF LY-VERSAO = LK-VERSAO AND LY-TAMANHO = LK-TAMANHO
               GO TO P100-EXIT
            END-IF

            MOVE LY-VERSAO  TO WS-VER-ED
            MOVE LY-TAMANHO TO WS-TAM-ED
            MOVE LK-VERSAO  TO WS-VER2-ED
            MOVE LK-TAMANHO TO WS-TAM2-ED
            DISPLAY '**********************************'
            DISPLAY ' LAYOUT DO ' LK-ARQUIVO ' NAO CONFERE'
            DISPLAY ' ARQUIVO.: VERSAO ' WS-VER-ED
                    ' TAMANHO ' WS-TAM-ED
            DISPLAY ' PROGRAMA: VERSAO ' WS-VER2-ED
                    ' TAMANHO ' WS-TAM2-ED ' (' LK-PROGRAMA ')'
            IF LK-VERSAO > LY-VERSAO
               DISPLAY ' CONVERTER O ARQUIVO COM O CNVLAYOU'
            ELSE
               DISPLAY ' RECOMPILAR O ' LK-PROGRAMA
                       ' COM OS COPYS ATUAIS'
            END-IF
            MOVE SPACES TO WS-MOTIVO
            STRING 'LAYOUT ' LK-ARQUIVO ' V' WS-VER-ED
                   ' X PROGRAMA V' WS-VER2-ED
                   DELIMITED BY SIZE INTO WS-MOTIVO
            PERFORM P800-RECUSAR THRU P800-EXIT.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-SEM-SELO.
            MOVE SPACES TO WS-ARQ-MESTRE
            STRING 'C:/ARQUIVOS/' DELIMITED BY SIZE
                   LK-ARQUIVO     DELIMITED BY SPACE
                   '.DAT'         DELIMITED BY SIZE
                   INTO WS-ARQ-MESTRE
            CALL 'CBL_CHECK_FILE_EXIST'
                 USING WS-ARQ-MESTRE WS-FILE-INFO
                 RETURNING WS-RETORNO
            IF WS-RETORNO = ZEROS
               DISPLAY '**********************************'
               DISPLAY ' ' LK-ARQUIVO ' SEM SELO DE LAYOUT'
               DISPLAY ' SELAR OU CONVERTER COM O CNVLAYOU'
               MOVE SPACES TO WS-MOTIVO
               STRING 'MESTRE ' LK-ARQUIVO ' SEM SELO DE LAYOUT'
                      DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM P800-RECUSAR THRU P800-EXIT
               GO TO P200-EXIT
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES                TO REG-LAYOUT
            MOVE LK-ARQUIVO            TO LY-ARQUIVO
            MOVE LK-VERSAO             TO LY-VERSAO
            MOVE LK-TAMANHO            TO LY-TAMANHO
            MOVE WS-CURRENT-DATE(1:8)  TO LY-DT-SELO
            MOVE WS-CURRENT-DATE(9:6)  TO LY-HR-SELO
            MOVE LK-PROGRAMA           TO LY-PROGRAMA
            SET SELO-ARQUIVO-NOVO      TO TRUE
            WRITE REG-LAYOUT
                  INVALID KEY
                       CONTINUE
            END-WRITE.
       P200-EXIT.
            EXIT.

      * >>> RECUSA: DEVOLVE 'N' E ACRESCENTA O MOTIVO AO ERRLOG
       S800 SECTION.
       P800-RECUSAR.
            MOVE 'N' TO LK-RETORNO
            DISPLAY ' ACESSO AO ' LK-ARQUIVO ' RECUSADO'
            DISPLAY '**********************************'
            MOVE LK-PROGRAMA TO WS-EL-PROGRAMA
            MOVE 'LY'        TO WS-EL-CODIGO
            MOVE 'F'         TO WS-EL-SEVERIDADE
            MOVE WS-MOTIVO   TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P800-EXIT.
            EXIT.
       END PROGRAM CHKLAYOU.
