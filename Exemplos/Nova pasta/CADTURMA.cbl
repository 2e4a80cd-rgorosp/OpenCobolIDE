      * Update: 22-08-26 - NOVO CAMPO TM-PROX-TURMA (TURMA SEGUINTE
      *         NA VIRADA DE ANO, USADO PELO ROLLANO; EM BRANCO MARCA
      *         A TURMA COMO CONCLUINTE)
      * Update: 15-10-26 - SALA INFORMADA E CONFERIDA NO MESTRE DE
      *         SALAS (CFP001V4) NA UNIDADE DA TURMA; SALA NAO
      *         CADASTRADA OU INATIVA RECUSA O CADASTRO
      * Update: 15-10-26 - NOVO CAMPO TM-NIVEL (NIVEL DE ENSINO DA
      *         TURMA, EX: EI, F1, F2, EM), QUE DEFINE OS DOCUMENTOS
      *         EXIGIDOS DO ALUNO NO DOCTIPO.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTURMA.
                  FILE STATUS  IS WS-FS-TUR
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001V4.
           COPY REGSALA.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SALAS       PIC X(01) VALUE 'N'.
           03 WS-SALA-OK         PIC X(01) VALUE 'S'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-O-TUR           PIC 9(02) VALUE ZEROS.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.

       01  WS-REG-CFP001SD       PIC X(46) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001SD.
           03 WS-CODIGO          PIC X(05).
           03 WS-DESCRICAO       PIC X(20).
           03 WS-ST-TURMA        PIC X(01).
           03 WS-UNIDADE         PIC X(03).
           03 WS-PROX-TURMA      PIC X(05).
           03 WS-NIVEL           PIC X(02).

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SD' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

      * >>> SEM MESTRE DE SALAS, A SALA SEGUE COMO TEXTO LIVRE
            OPEN INPUT CFP001V4
            IF WS-FS-SAL NOT = 00
               MOVE 'S' TO WS-SEM-SALAS
            END-IF.
       P050-EXIT.
            EXIT.
            END-PERFORM
            DISPLAY 'DIGITE A UNIDADE (CAMPUS, BRANCOS = SEM): '
            ACCEPT WS-UNIDADE
            PERFORM P250-CONFERE-SALA THRU P250-EXIT
            IF WS-SALA-OK = 'N'
               DISPLAY 'CADASTRO DA TURMA RECUSADO!'
               DISPLAY ' '
               GO TO P200-EXIT
            END-IF
            DISPLAY 'TURMA SEGUINTE NA VIRADA DE ANO (BRANCOS ='
                    ' TURMA CONCLUINTE): '
            ACCEPT WS-PROX-TURMA
            DISPLAY 'NIVEL DE ENSINO DA TURMA (EX: EI, F1, F2, EM): '
            ACCEPT WS-NIVEL

            MOVE WS-CODIGO     TO TM-CODIGO
            MOVE WS-DESCRICAO  TO TM-DESCRICAO
            MOVE WS-ANO-LETIVO TO TM-ANO-LETIVO
            MOVE WS-UNIDADE    TO TM-UNIDADE
            MOVE WS-PROX-TURMA TO TM-PROX-TURMA
            MOVE WS-NIVEL      TO TM-NIVEL
            SET TURMA-ATIVA    TO TRUE
            WRITE REG-CFP001SD
                  INVALID KEY
       P200-EXIT.
            EXIT.

      * >>> SALA INFORMADA TEM DE EXISTIR E ESTAR ATIVA NA UNIDADE
      * >>> DA TURMA
       P250-CONFERE-SALA.
            MOVE 'S' TO WS-SALA-OK
            IF WS-SEM-SALAS = 'S'
               OR WS-SALA = SPACES
               GO TO P250-EXIT
            END-IF
            MOVE WS-UNIDADE TO SL-UNIDADE
            MOVE WS-SALA    TO SL-CODIGO
            READ CFP001V4
                 KEY IS SL-CHAVE
                 INVALID KEY
                      MOVE 'N' TO WS-SALA-OK
                      DISPLAY 'SALA NAO CADASTRADA NA UNIDADE!'
                 NOT INVALID KEY
                      IF SALA-INATIVA
                         MOVE 'N' TO WS-SALA-OK
                         DISPLAY 'SALA INATIVA!'
                      END-IF
            END-READ.
       P250-EXIT.
            EXIT.

       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'DIGITE O CODIGO DA TURMA A INATIVAR: '
       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SD
            IF WS-SEM-SALAS = 'N'
               CLOSE CFP001V4
            END-IF
            IF WS-FS-TUR NOT = 00 THEN
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SD'    TO WS-MSG2
