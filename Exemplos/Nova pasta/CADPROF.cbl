      * Purpose: CADASTRO DE PROFESSORES ARQUIVO INDEXADO - MESTRE DE
      *          PROFESSORES (CFP001SA) USADO PELAS ATRIBUICOES DE
      *          OFERTA (CADPRATR), PELO BOLETIM E PELAS ESTATISTICAS
      * Update: 15-10-26 - VINCULO OPCIONAL DO PROFESSOR COM O SEU
      *         REGISTRO NO MESTRE DE FUNCIONARIOS (PR-ID-FUNC,
      *         CFP001T6; ZERO = SEM VINCULO), CONFERIDO NO CADASTRO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROF.
                  FILE STATUS  IS WS-FS-PRF
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001T6.
           COPY REGFUNCI.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-O-PRF           PIC 9(02) VALUE ZEROS.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-FUNCIONA    PIC X(01) VALUE 'N'.
           03 WS-FUNC-OK         PIC X(01) VALUE 'N'.

       01  WS-REG-CFP001SA       PIC X(38) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001SA.
           03 WS-ID-PROF         PIC 9(03).
           03 WS-NM-PROF         PIC X(20).
           03 WS-TL-PROF         PIC X(09).
           03 WS-ST-PROF         PIC X(01).
           03 WS-ID-FUNC         PIC 9(05).

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

      * >>> SEM MESTRE DE FUNCIONARIOS, O VINCULO NAO E CONFERIDO
            OPEN INPUT CFP001T6
            IF WS-FS-FUN NOT = 00
               MOVE 'S' TO WS-SEM-FUNCIONA
            END-IF.
       P050-EXIT.
            EXIT.
                          ' DIGITOS NUMERICOS: '
                  ACCEPT WS-TL-PROF
               END-PERFORM
               MOVE 'N' TO WS-FUNC-OK
               PERFORM UNTIL WS-FUNC-OK = 'S'
                  DISPLAY 'VINCULO COM FUNCIONARIO (ID 5 DIGITOS,'
                          ' 00000 SEM VINCULO): '
                  ACCEPT WS-ID-FUNC
                  PERFORM P150-VALIDA-FUNC THRU P150-EXIT
               END-PERFORM

               MOVE WS-ID-PROF TO PR-ID-PROF
               MOVE WS-NM-PROF TO PR-NM-PROF
               MOVE WS-TL-PROF TO PR-TL-PROF
               MOVE WS-ID-FUNC TO PR-ID-FUNC
               SET PROF-ATIVO  TO TRUE
               WRITE REG-CFP001SA
                     INVALID KEY
       P100-EXIT.
            EXIT.

      * >>> FUNCIONARIO VINCULADO TEM QUE EXISTIR E ESTAR ATIVO
       P150-VALIDA-FUNC.
            MOVE 'N' TO WS-FUNC-OK
            IF WS-ID-FUNC IS NOT NUMERIC
               DISPLAY 'ID INVALIDO!'
               GO TO P150-EXIT
            END-IF
            IF WS-ID-FUNC = ZEROS
               OR WS-SEM-FUNCIONA = 'S'
               MOVE 'S' TO WS-FUNC-OK
               GO TO P150-EXIT
            END-IF
            MOVE WS-ID-FUNC TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      DISPLAY 'FUNCIONARIO NAO CADASTRADO!'
                      GO TO P150-EXIT
            END-READ
            IF FUNC-INATIVO
               DISPLAY 'FUNCIONARIO DESLIGADO: ' FU-NM-FUNC
               GO TO P150-EXIT
            END-IF
            DISPLAY 'FUNCIONARIO: ' FU-NM-FUNC ' - ' FU-CARGO
            MOVE 'S' TO WS-FUNC-OK.
       P150-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-FUNCIONA = 'N'
               CLOSE CFP001T6
            END-IF
            CLOSE CFP001SA
            IF WS-FS-PRF NOT = 00 THEN
               MOVE WS-FS-PRF                           TO WS-MSG1
