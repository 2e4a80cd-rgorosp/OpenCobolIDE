      *          MESTRE DE PROFESSORES (CFP001SA): PRECISA EXISTIR E
      *          ESTAR ATIVO. O RELSUBST FECHA A CONFERENCIA DE
      *          PAGAMENTO DOS PROFESSORES NO FIM DO TERMO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O SUBSTITUTO E CONFERIDO CONTRA A SUA
      *         DISPONIBILIDADE (DISPPROF.DAT DO CADDISPO): OS SLOTS DA
      *         OFERTA NO HORARIO.DAT TEM QUE CABER NAS JANELAS DELE
      *         E A CARGA DO TERMO (ATRIBUICOES DELE MAIS A OFERTA)
      *         NAO PASSA DOS MAXIMOS; SO SUPERVISOR DE MATERIAS LIBERA,
      *         COM REGISTRO NO DISPOOVR.LOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUBST.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001SR ASSIGN TO "C:/ARQUIVOS/HORARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HR-CHAVE
                  FILE STATUS  IS WS-FS-HOR.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001X8 ASSIGN TO "C:/ARQUIVOS/DISPPROF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DS-ID-PROF
                  FILE STATUS  IS WS-FS-DSP.
           SELECT LOG-LIBERA ASSIGN TO "C:/ARQUIVOS/DISPOOVR.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LIB.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SV.
           COPY REGPROF.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001X8.
           COPY REGDISPO.
       FD  LOG-LIBERA.
       01  LIB-LINHA             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SUB          PIC 9(02) VALUE ZEROS.
           03 WS-PROF-AUSENTE    PIC 9(03) VALUE ZEROS.
           03 WS-PROF-SUBST      PIC 9(03) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(20) VALUE SPACES.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LIB          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-HORARIO     PIC X(01) VALUE 'N'.
           03 WS-SEM-ATRIB       PIC X(01) VALUE 'N'.
           03 WS-SEM-DISPON      PIC X(01) VALUE 'N'.
           03 WS-LIBERA          PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.

      * >>> CONFERENCIA DA DISPONIBILIDADE DO SUBSTITUTO: JANELAS DO
      * >>> DIA E CARGA EM HORAS-AULA DE 50 MINUTOS (COMO NO FOLHAPRF)
       01  WS-DISPON-VAR.
           03 WS-FORA-DISPON     PIC X(01) VALUE 'N'.
           03 WS-FIM-GRADE       PIC X(01) VALUE 'N'.
           03 WS-DENTRO          PIC X(01) VALUE 'N'.
           03 WS-IX-JAN          PIC 9(01) VALUE ZEROS.
           03 WS-IX-DIA          PIC 9(01) VALUE ZEROS.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.
           03 WS-AULAS-SEMANA    PIC 9(03) VALUE ZEROS.
           03 WS-AULAS-DIA       PIC 9(03) VALUE ZEROS OCCURS 6 TIMES.
           03 WS-MOTIVO-DISP     PIC X(35) VALUE SPACES.
       01  WS-HORA-AUX            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HORA          PIC 9(02).
           03 WS-HA-MINUTO        PIC 9(02).
       77  WS-MINUTOS-AULA        PIC 9(03) VALUE 50.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-SS-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-SS-OPERADOR     PIC X(08) VALUE SPACES.
           03 WS-SS-NV-CONTATOS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-ALUNOS    PIC X(01) VALUE '0'.
           03 WS-SS-NV-MATERIAS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-FINAN     PIC X(01) VALUE '0'.
           03 WS-SS-NV-BATCH     PIC X(01) VALUE '0'.
           03 WS-SS-ID-PROF      PIC 9(03) VALUE ZEROS.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADSUBST' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SV
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM GRADE OU SEM DISPONIBILIDADE A CONFERENCIA E DISPENSADA
            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE 'S' TO WS-SEM-HORARIO
            END-IF
            OPEN INPUT CFP001SB
            IF WS-FS-ATR NOT = 00
               MOVE 'S' TO WS-SEM-ATRIB
            END-IF
            OPEN INPUT CFP001X8
            IF WS-FS-DSP NOT = 00
               MOVE 'S' TO WS-SEM-DISPON
            END-IF.
       P050-EXIT.
            EXIT.
               GO TO P200-EXIT
            END-IF

            PERFORM P250-CONFERE-DISPON THRU P250-EXIT
            IF WS-FORA-DISPON = 'S'
               DISPLAY 'SUBSTITUICAO RECUSADA - ' WS-MOTIVO-DISP
               GO TO P200-EXIT
            END-IF

            DISPLAY 'DIGITE O MOTIVO (20 POSICOES): '
            MOVE SPACES TO WS-MOTIVO
            ACCEPT WS-MOTIVO
       P220-EXIT.
            EXIT.

      * >>> DISPONIBILIDADE DO SUBSTITUTO (CFP001X8): CADA SLOT DA
      * >>> OFERTA NO HORARIO TEM QUE CABER NUMA JANELA DO DIA E A
      * >>> CARGA DO TERMO (OFERTAS ATRIBUIDAS A ELE MAIS A OFERTA
      * >>> SUBSTITUIDA) NAO PASSA DOS MAXIMOS. SUBSTITUTO SEM
      * >>> CADASTRO NAO TEM RESTRICAO
       P250-CONFERE-DISPON.
            MOVE 'N' TO WS-FORA-DISPON
            IF WS-SEM-DISPON = 'S' OR WS-SEM-HORARIO = 'S'
               GO TO P250-EXIT
            END-IF
            MOVE WS-PROF-SUBST TO DS-ID-PROF
            READ CFP001X8
                 KEY IS DS-ID-PROF
                 INVALID KEY
                      GO TO P250-EXIT
            END-READ

            MOVE ZEROS TO WS-AULAS-SEMANA
            PERFORM VARYING WS-IX-DIA FROM 1 BY 1 UNTIL WS-IX-DIA > 6
               MOVE ZEROS TO WS-AULAS-DIA(WS-IX-DIA)
            END-PERFORM
            MOVE 'N' TO WS-FIM-GRADE
            MOVE ZEROS TO HR-ID-MATERIA HR-AN-MATERIA HR-TR-MATERIA
            MOVE ZEROS TO HR-DIA-SEMANA HR-HORA-INICIO
            START CFP001SR KEY IS NOT LESS HR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-GRADE
            END-START
            PERFORM P260-LER-GRADE THRU P260-EXIT
                    UNTIL WS-FIM-GRADE = 'S'

            IF WS-FORA-DISPON = 'N'
               PERFORM P270-CONFERE-CARGA THRU P270-EXIT
            END-IF
            IF WS-FORA-DISPON = 'S'
               PERFORM P280-LIBERACAO THRU P280-EXIT
            END-IF.
       P250-EXIT.
            EXIT.

       P260-LER-GRADE.
            READ CFP001SR NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-GRADE
                      GO TO P260-EXIT
            END-READ
            IF HR-AN-MATERIA NOT = WS-AN-MATERIA
               OR HR-TR-MATERIA NOT = WS-TR-MATERIA
               OR HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 6
               GO TO P260-EXIT
            END-IF
            IF HR-ID-MATERIA = WS-ID-MATERIA
               PERFORM P262-NA-JANELA THRU P262-EXIT
               IF WS-DENTRO = 'N' AND WS-FORA-DISPON = 'N'
                  MOVE 'S' TO WS-FORA-DISPON
                  MOVE SPACES TO WS-MOTIVO-DISP
                  STRING 'AULA DIA ' HR-DIA-SEMANA ' AS '
                         HR-HORA-INICIO ' FORA DA JANELA'
                         DELIMITED BY SIZE INTO WS-MOTIVO-DISP
               END-IF
            ELSE
               IF WS-SEM-ATRIB = 'S'
                  GO TO P260-EXIT
               END-IF
               MOVE HR-ID-MATERIA TO PA-ID-MATERIA
               MOVE HR-AN-MATERIA TO PA-AN-MATERIA
               MOVE HR-TR-MATERIA TO PA-TR-MATERIA
               READ CFP001SB
                    KEY IS PA-CHAVE-MATERIA
                    INVALID KEY
                         GO TO P260-EXIT
               END-READ
               IF PA-ID-PROF NOT = WS-PROF-SUBST
                  GO TO P260-EXIT
               END-IF
            END-IF
            PERFORM P265-AULAS-DO-SLOT THRU P265-EXIT
            ADD WS-AULAS-SLOT TO WS-AULAS-SEMANA
            ADD WS-AULAS-SLOT TO WS-AULAS-DIA(HR-DIA-SEMANA).
       P260-EXIT.
            EXIT.

      * >>> O SLOT LIDO CABE INTEIRO NUMA DAS JANELAS DO DIA?
       P262-NA-JANELA.
            MOVE 'N' TO WS-DENTRO
            PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                    UNTIL WS-IX-JAN > 2 OR WS-DENTRO = 'S'
               IF DS-JN-FIM(HR-DIA-SEMANA, WS-IX-JAN) > ZEROS
                  AND HR-HORA-INICIO NOT LESS
                      DS-JN-INICIO(HR-DIA-SEMANA, WS-IX-JAN)
                  AND HR-HORA-FIM NOT GREATER
                      DS-JN-FIM(HR-DIA-SEMANA, WS-IX-JAN)
                  MOVE 'S' TO WS-DENTRO
               END-IF
            END-PERFORM.
       P262-EXIT.
            EXIT.

      * >>> DURACAO DO SLOT LIDO EM HORAS-AULA (HHMM -> MINUTOS)
       P265-AULAS-DO-SLOT.
            MOVE HR-HORA-FIM TO WS-HORA-AUX
            COMPUTE WS-MINUTOS = WS-HA-HORA * 60 + WS-HA-MINUTO
            MOVE HR-HORA-INICIO TO WS-HORA-AUX
            COMPUTE WS-MINUTOS =
                    WS-MINUTOS - (WS-HA-HORA * 60 + WS-HA-MINUTO)
            IF WS-MINUTOS < 1
               MOVE 1 TO WS-AULAS-SLOT
            ELSE
               COMPUTE WS-AULAS-SLOT ROUNDED =
                       WS-MINUTOS / WS-MINUTOS-AULA
               IF WS-AULAS-SLOT = ZEROS
                  MOVE 1 TO WS-AULAS-SLOT
               END-IF
            END-IF.
       P265-EXIT.
            EXIT.

       P270-CONFERE-CARGA.
            IF DS-MAX-AULAS-DIA > ZEROS
               PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                       UNTIL WS-IX-DIA > 6 OR WS-FORA-DISPON = 'S'
                  IF WS-AULAS-DIA(WS-IX-DIA) > DS-MAX-AULAS-DIA
                     MOVE 'S' TO WS-FORA-DISPON
                     MOVE 'LIMITE DIARIO DE AULAS DO SUBSTITUTO'
                          TO WS-MOTIVO-DISP
                  END-IF
               END-PERFORM
            END-IF
            IF WS-FORA-DISPON = 'N' AND DS-MAX-AULAS-SEMANA > ZEROS
               AND WS-AULAS-SEMANA > DS-MAX-AULAS-SEMANA
               MOVE 'S' TO WS-FORA-DISPON
               MOVE 'LIMITE SEMANAL DE AULAS DO SUBSTITUTO'
                    TO WS-MOTIVO-DISP
            END-IF.
       P270-EXIT.
            EXIT.

      * >>> FORA DA DISPONIBILIDADE SO SUPERVISOR DE MATERIAS LIBERA;
      * >>> A LIBERACAO FICA REGISTRADA NO DISPOOVR.LOG
       P280-LIBERACAO.
            DISPLAY 'SUBSTITUTO ' WS-PROF-SUBST ' - ' WS-MOTIVO-DISP
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-NV-MATERIAS < '3'
               GO TO P280-EXIT
            END-IF
            DISPLAY 'SUPERVISOR LIBERA A SUBSTITUICAO? (S)SIM (N)NAO'
            MOVE 'N' TO WS-LIBERA
            ACCEPT WS-LIBERA
            IF WS-LIBERA NOT = 'S'
               GO TO P280-EXIT
            END-IF
            MOVE 'N' TO WS-FORA-DISPON
            PERFORM P290-LOG-LIBERACAO THRU P290-EXIT.
       P280-EXIT.
            EXIT.

      * >>> LINHA: DATA/HORA|OPERADOR|PROGRAMA|PROF|OFERTA|INICIO|MOTIVO
       P290-LOG-LIBERACAO.
            OPEN EXTEND LOG-LIBERA
            IF WS-FS-LIB = 35 THEN
               OPEN OUTPUT LOG-LIBERA
               CLOSE LOG-LIBERA
               OPEN EXTEND LOG-LIBERA
            END-IF
            IF WS-FS-LIB NOT = 00
               DISPLAY 'AVISO: LIBERACAO NAO GRAVADA NO DISPOOVR.LOG'
               GO TO P290-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            STRING WS-CURRENT-DATE(7:2) '/'
                   WS-CURRENT-DATE(5:2) '/'
                   WS-CURRENT-DATE(1:4) ' '
                   WS-CURRENT-DATE(9:2) ':'
                   WS-CURRENT-DATE(11:2) ':'
                   WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE INTO WS-DATA-HORA
            MOVE SPACES TO LIB-LINHA
            STRING WS-DATA-HORA
                   '|' WS-SS-OPERADOR
                   '|CADSUBST'
                   '|' WS-PROF-SUBST
                   '|' WS-ID-MATERIA ' ' WS-AN-MATERIA '/'
                   WS-TR-MATERIA
                   '|' WS-DT-INICIO
                   '|' WS-MOTIVO-DISP
                   DELIMITED BY SIZE INTO LIB-LINHA
            WRITE LIB-LINHA
            CLOSE LOG-LIBERA.
       P290-EXIT.
            EXIT.

       S300 SECTION.
       P300-EXCLUIR.
            PERFORM P220-DIGITA-CHAVE THRU P220-EXIT
            CLOSE CFP001SV
            CLOSE CFP001SA
            CLOSE CFP001S2
            IF WS-SEM-HORARIO = 'N'
               CLOSE CFP001SR
            END-IF
            IF WS-SEM-ATRIB = 'N'
               CLOSE CFP001SB
            END-IF
            IF WS-SEM-DISPON = 'N'
               CLOSE CFP001X8
            END-IF
            IF WS-FS-SUB NOT = 00 THEN
               MOVE WS-FS-SUB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SV'    TO WS-MSG2
