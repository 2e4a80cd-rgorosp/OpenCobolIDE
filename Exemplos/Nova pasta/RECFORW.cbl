      *         EM 32-166 E DEPOIS EM 168-302; LINHAS NO FORMATO
      *         ANTIGO NAO SAO MAIS LIDAS - ROTACIONAR O JORNMAST.LOG
      *         JUNTO COM A VIRADA DO JORNMAST
      * Update: 15-10-26 - JORNAL DO CLIENTE (ESTMOVCL GRAVA O SALDO
      *         ESTORNADO SOB O NOME LOGICO 'CLIENTES') PASSA A SER
      *         REAPLICADO: NOVO TRATADOR SOBRE O CFP001S4, PELA
      *         CHAVE ID-CLIENTE DE 5 POSICOES DA IMAGEM
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECFORW.
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CLIENTE
                  ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CLI
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-JORNAL.
           COPY REGNOTA.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001S4.
           COPY REGCLIEN.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-LOG         PIC X(01) VALUE 'N'.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RECFORW - INICIADO'
            DISPLAY 'DIGITE O TIMESTAMP DO BACKUP RESTAURADO'
                    ' (AAAAMMDDHHMMSS): '
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RECFORW' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT LOG-JORNAL
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            OPEN I-O CFP001S4
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.
                  PERFORM P500-APLICA-NOTA THRU P500-EXIT
                WHEN 'COBRANCA'
                  PERFORM P600-APLICA-COBRANCA THRU P600-EXIT
                WHEN 'CLIENTES'
                  PERFORM P650-APLICA-CLIENTE THRU P650-EXIT
                WHEN OTHER
                  ADD 1 TO WS-QT-FALHAS
                  DISPLAY 'ARQUIVO DESCONHECIDO NO JORNAL: '
       P600-EXIT.
            EXIT.

       S650 SECTION.
       P650-APLICA-CLIENTE.
            IF WS-JR-OPERACAO = 'D'
               MOVE WS-JR-ANTES(1:5) TO ID-CLIENTE
               DELETE CFP001S4 RECORD
                     INVALID KEY
                          ADD 1 TO WS-QT-FALHAS
                     NOT INVALID KEY
                          ADD 1 TO WS-QT-APLICADAS
               END-DELETE
            ELSE
               MOVE WS-JR-DEPOIS TO REG-CLIENTES
               WRITE REG-CLIENTES
                     INVALID KEY
                          REWRITE REG-CLIENTES
                          END-REWRITE
                          IF WS-FS-CLI = 00
                             ADD 1 TO WS-QT-APLICADAS
                          ELSE
                             ADD 1 TO WS-QT-FALHAS
                          END-IF
                     NOT INVALID KEY
                          ADD 1 TO WS-QT-APLICADAS
               END-WRITE
            END-IF.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE LOG-JORNAL
            CLOSE CFP001S1
            CLOSE CFP001S2
            CLOSE CFP001S3
            CLOSE CFP001SF
            CLOSE CFP001S4.
       P700-EXIT.
            EXIT.

