      *         PELO ANO/TERMO DA OFERTA CANDIDATA: SLOTS DE TERMOS
      *         ANTERIORES NAO BLOQUEIAM MAIS A MONTAGEM DA GRADE DO
      *         TERMO NOVO COM FALSO 'SALA OCUPADA'
      * Update: 15-10-26 - A SALA DO SLOT E CONFERIDA NO MESTRE DE
      *         SALAS (CFP001V4) NA UNIDADE DA OFERTA: SALA NAO
      *         CADASTRADA OU INATIVA RECUSA O SLOT; VAGAS DA OFERTA
      *         ACIMA DA CAPACIDADE DA SALA SO GERAM AVISO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - O SLOT E CONFERIDO CONTRA A DISPONIBILIDADE
      *         DO PROFESSOR DA OFERTA (DISPPROF.DAT DO CADDISPO):
      *         FORA DAS JANELAS DO DIA, OU ACIMA DO MAXIMO DE
      *         HORAS-AULA POR DIA/SEMANA NO TERMO, E RECUSADO; SO
      *         SUPERVISOR DE MATERIAS LIBERA, COM REGISTRO NO
      *         DISPOOVR.LOG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHORAR.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL.
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
       FD  CFP001SR.
           COPY REGMATER.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001V4.
           COPY REGSALA.
       FD  CFP001X8.
           COPY REGDISPO.
       FD  LOG-LIBERA.
       01  LIB-LINHA             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SALAS       PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-ATRIB       PIC X(01) VALUE 'N'.
           03 WS-FS-DSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LIB          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-DISPON      PIC X(01) VALUE 'N'.
           03 WS-LIBERA          PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.

      * >>> SLOT CANDIDATO DIGITADO PELO OPERADOR
       01  WS-SLOT.
           03 WS-PROF-GRADE      PIC 9(03) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(35) VALUE SPACES.

      * >>> CONFERENCIA DA DISPONIBILIDADE DO PROFESSOR: JANELAS DO
      * >>> DIA E CARGA EM HORAS-AULA DE 50 MINUTOS (COMO NO FOLHAPRF)
       01  WS-DISPON-VAR.
           03 WS-DENTRO          PIC X(01) VALUE 'N'.
           03 WS-IX-JAN          PIC 9(01) VALUE ZEROS.
           03 WS-CALC-DIA        PIC 9(01) VALUE ZEROS.
           03 WS-CALC-INICIO     PIC 9(04) VALUE ZEROS.
           03 WS-CALC-FIM        PIC 9(04) VALUE ZEROS.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.
           03 WS-AULAS-DIA       PIC 9(03) VALUE ZEROS.
           03 WS-AULAS-SEMANA    PIC 9(03) VALUE ZEROS.
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
       01  LK-AREA.
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
            MOVE 'CADHORAR' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001SR
            OPEN INPUT CFP001SB
            IF WS-FS-ATR NOT = 00
               MOVE 'S' TO WS-SEM-ATRIB
            END-IF

      * >>> SEM MESTRE DE SALAS, A SALA SEGUE COMO TEXTO LIVRE
            OPEN INPUT CFP001V4
            IF WS-FS-SAL NOT = 00
               MOVE 'S' TO WS-SEM-SALAS
            END-IF

      * >>> SEM A TABELA DE DISPONIBILIDADE A CONFERENCIA E DISPENSADA
            OPEN INPUT CFP001X8
            IF WS-FS-DSP NOT = 00
               MOVE 'S' TO WS-SEM-DISPON
            END-IF.
       P050-EXIT.
            EXIT.
                      GO TO P200-EXIT
            END-READ

            PERFORM P260-CONFERE-SALA THRU P260-EXIT
            IF WS-TEM-CONFLITO = 'S'
               DISPLAY 'SLOT RECUSADO - ' WS-MOTIVO
               GO TO P200-EXIT
            END-IF

            PERFORM P300-VERIFICA-CONFLITO THRU P300-EXIT
            IF WS-TEM-CONFLITO = 'S'
               DISPLAY 'SLOT RECUSADO - ' WS-MOTIVO
               GO TO P200-EXIT
            END-IF

            PERFORM P400-CONFERE-DISPON THRU P400-EXIT
            IF WS-TEM-CONFLITO = 'S'
               DISPLAY 'SLOT RECUSADO - ' WS-MOTIVO
               GO TO P200-EXIT
            END-IF

            MOVE WS-ID-MATERIA  TO HR-ID-MATERIA
            MOVE WS-AN-MATERIA  TO HR-AN-MATERIA
            MOVE WS-TR-MATERIA  TO HR-TR-MATERIA
       P220-EXIT.
            EXIT.

      * >>> SALA DO SLOT NO MESTRE DE SALAS, NA UNIDADE DA OFERTA.
      * >>> CAPACIDADE MENOR QUE AS VAGAS DA OFERTA SO AVISA: A
      * >>> OFERTA PODE TER SLOTS EM SALAS DIFERENTES
       P260-CONFERE-SALA.
            MOVE 'N' TO WS-TEM-CONFLITO
            IF WS-SEM-SALAS = 'S'
               OR WS-SALA = SPACES
               GO TO P260-EXIT
            END-IF
            MOVE MT-UNIDADE TO SL-UNIDADE
            MOVE WS-SALA    TO SL-CODIGO
            READ CFP001V4
                 KEY IS SL-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-TEM-CONFLITO
                      MOVE 'SALA NAO CADASTRADA NA UNIDADE'
                           TO WS-MOTIVO
                      GO TO P260-EXIT
            END-READ
            IF SALA-INATIVA
               MOVE 'S' TO WS-TEM-CONFLITO
               MOVE 'SALA INATIVA' TO WS-MOTIVO
               GO TO P260-EXIT
            END-IF
            IF QT-VAGAS > SL-CAPACIDADE
               DISPLAY 'AVISO: OFERTA COM ' QT-VAGAS ' VAGAS E SALA '
                       SL-CODIGO ' COM ' SL-CAPACIDADE ' LUGARES'
            END-IF.
       P260-EXIT.
            EXIT.

      * >>> VARRE A GRADE DO MESMO DIA: SOBREPOSICAO DE HORARIO NA
      * >>> MESMA SALA, OU DO MESMO PROFESSOR EM OUTRA OFERTA, E
      * >>> CONFLITO
       P360-EXIT.
            EXIT.

      * >>> DISPONIBILIDADE DO PROFESSOR DA OFERTA (CFP001X8): O SLOT
      * >>> TEM QUE CABER NUMA JANELA DO DIA E A CARGA DO TERMO, COM O
      * >>> SLOT NOVO, NAO PASSA DOS MAXIMOS. PROFESSOR SEM CADASTRO
      * >>> NAO TEM RESTRICAO
       S400 SECTION.
       P400-CONFERE-DISPON.
            MOVE 'N' TO WS-TEM-CONFLITO
            IF WS-SEM-DISPON = 'S' OR WS-PROF-CANDIDATO = ZEROS
               GO TO P400-EXIT
            END-IF
            MOVE WS-PROF-CANDIDATO TO DS-ID-PROF
            READ CFP001X8
                 KEY IS DS-ID-PROF
                 INVALID KEY
                      GO TO P400-EXIT
            END-READ

            MOVE WS-DIA-SEMANA  TO WS-CALC-DIA
            MOVE WS-HORA-INICIO TO WS-CALC-INICIO
            MOVE WS-HORA-FIM    TO WS-CALC-FIM
            PERFORM P410-NA-JANELA THRU P410-EXIT
            IF WS-DENTRO = 'N'
               MOVE 'S' TO WS-TEM-CONFLITO
               MOVE 'FORA DA JANELA DO PROFESSOR' TO WS-MOTIVO
            ELSE
               PERFORM P420-CARGA-PROFESSOR THRU P420-EXIT
            END-IF
            IF WS-TEM-CONFLITO = 'S'
               PERFORM P480-LIBERACAO THRU P480-EXIT
            END-IF.
       P400-EXIT.
            EXIT.

      * >>> O INTERVALO WS-CALC-INICIO/FIM CABE INTEIRO NUMA DAS
      * >>> JANELAS DO DIA WS-CALC-DIA?
       P410-NA-JANELA.
            MOVE 'N' TO WS-DENTRO
            IF WS-CALC-DIA < 1 OR WS-CALC-DIA > 6
               GO TO P410-EXIT
            END-IF
            PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                    UNTIL WS-IX-JAN > 2 OR WS-DENTRO = 'S'
               IF DS-JN-FIM(WS-CALC-DIA, WS-IX-JAN) > ZEROS
                  AND WS-CALC-INICIO NOT LESS
                      DS-JN-INICIO(WS-CALC-DIA, WS-IX-JAN)
                  AND WS-CALC-FIM NOT GREATER
                      DS-JN-FIM(WS-CALC-DIA, WS-IX-JAN)
                  MOVE 'S' TO WS-DENTRO
               END-IF
            END-PERFORM.
       P410-EXIT.
            EXIT.

      * >>> CARGA DO PROFESSOR NO ANO/TERMO DA OFERTA: O SLOT NOVO MAIS
      * >>> OS SLOTS JA GRAVADOS DAS OFERTAS ATRIBUIDAS A ELE
       P420-CARGA-PROFESSOR.
            IF DS-MAX-AULAS-DIA = ZEROS AND DS-MAX-AULAS-SEMANA = ZEROS
               GO TO P420-EXIT
            END-IF
            PERFORM P470-AULAS-DO-SLOT THRU P470-EXIT
            MOVE WS-AULAS-SLOT TO WS-AULAS-DIA WS-AULAS-SEMANA

            MOVE 'N' TO WS-FIM-GRADE
            MOVE ZEROS TO HR-ID-MATERIA HR-AN-MATERIA HR-TR-MATERIA
            MOVE ZEROS TO HR-DIA-SEMANA HR-HORA-INICIO
            START CFP001SR KEY IS NOT LESS HR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-GRADE
            END-START
            PERFORM P430-LER-CARGA THRU P430-EXIT
                    UNTIL WS-FIM-GRADE = 'S'

            IF DS-MAX-AULAS-DIA > ZEROS
               AND WS-AULAS-DIA > DS-MAX-AULAS-DIA
               MOVE 'S' TO WS-TEM-CONFLITO
               MOVE 'LIMITE DIARIO DE AULAS DO PROFESSOR'
                    TO WS-MOTIVO
               GO TO P420-EXIT
            END-IF
            IF DS-MAX-AULAS-SEMANA > ZEROS
               AND WS-AULAS-SEMANA > DS-MAX-AULAS-SEMANA
               MOVE 'S' TO WS-TEM-CONFLITO
               MOVE 'LIMITE SEMANAL DE AULAS DO PROFESSOR'
                    TO WS-MOTIVO
            END-IF.
       P420-EXIT.
            EXIT.

       P430-LER-CARGA.
            READ CFP001SR NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-GRADE
                      GO TO P430-EXIT
            END-READ
            IF HR-AN-MATERIA NOT = WS-AN-MATERIA
               OR HR-TR-MATERIA NOT = WS-TR-MATERIA
               GO TO P430-EXIT
            END-IF
            MOVE HR-ID-MATERIA TO PA-ID-MATERIA
            MOVE HR-AN-MATERIA TO PA-AN-MATERIA
            MOVE HR-TR-MATERIA TO PA-TR-MATERIA
            PERFORM P360-PROF-DO-SLOT THRU P360-EXIT
            IF WS-PROF-GRADE NOT = WS-PROF-CANDIDATO
               GO TO P430-EXIT
            END-IF
            MOVE HR-HORA-INICIO TO WS-CALC-INICIO
            MOVE HR-HORA-FIM    TO WS-CALC-FIM
            PERFORM P470-AULAS-DO-SLOT THRU P470-EXIT
            ADD WS-AULAS-SLOT TO WS-AULAS-SEMANA
            IF HR-DIA-SEMANA = WS-DIA-SEMANA
               ADD WS-AULAS-SLOT TO WS-AULAS-DIA
            END-IF.
       P430-EXIT.
            EXIT.

      * >>> DURACAO DO SLOT EM HORAS-AULA (HHMM -> MINUTOS)
       P470-AULAS-DO-SLOT.
            MOVE WS-CALC-FIM TO WS-HORA-AUX
            COMPUTE WS-MINUTOS = WS-HA-HORA * 60 + WS-HA-MINUTO
            MOVE WS-CALC-INICIO TO WS-HORA-AUX
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
       P470-EXIT.
            EXIT.

      * >>> FORA DA DISPONIBILIDADE SO SUPERVISOR DE MATERIAS LIBERA;
      * >>> A LIBERACAO FICA REGISTRADA NO DISPOOVR.LOG
       P480-LIBERACAO.
            DISPLAY 'PROFESSOR ' WS-PROF-CANDIDATO ' - ' WS-MOTIVO
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-NV-MATERIAS < '3'
               GO TO P480-EXIT
            END-IF
            DISPLAY 'SUPERVISOR LIBERA O SLOT? (S)SIM (N)NAO'
            MOVE 'N' TO WS-LIBERA
            ACCEPT WS-LIBERA
            IF WS-LIBERA NOT = 'S'
               GO TO P480-EXIT
            END-IF
            MOVE 'N' TO WS-TEM-CONFLITO
            PERFORM P490-LOG-LIBERACAO THRU P490-EXIT.
       P480-EXIT.
            EXIT.

      * >>> LINHA: DATA/HORA|OPERADOR|PROGRAMA|PROF|OFERTA|DIA|HORARIO|
      * >>> MOTIVO
       P490-LOG-LIBERACAO.
            OPEN EXTEND LOG-LIBERA
            IF WS-FS-LIB = 35 THEN
               OPEN OUTPUT LOG-LIBERA
               CLOSE LOG-LIBERA
               OPEN EXTEND LOG-LIBERA
            END-IF
            IF WS-FS-LIB NOT = 00
               DISPLAY 'AVISO: LIBERACAO NAO GRAVADA NO DISPOOVR.LOG'
               GO TO P490-EXIT
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
                   '|CADHORAR'
                   '|' WS-PROF-CANDIDATO
                   '|' WS-ID-MATERIA ' ' WS-AN-MATERIA '/'
                   WS-TR-MATERIA
                   '|' WS-DIA-SEMANA
                   '|' WS-HORA-INICIO '-' WS-HORA-FIM
                   '|' WS-MOTIVO
                   DELIMITED BY SIZE INTO LIB-LINHA
            WRITE LIB-LINHA
            CLOSE LOG-LIBERA.
       P490-EXIT.
            EXIT.

       S500 SECTION.
       P500-EXCLUIR.
            PERFORM P220-DIGITA-SLOT THRU P220-EXIT
            IF WS-SEM-ATRIB = 'N'
               CLOSE CFP001SB
            END-IF
            IF WS-SEM-SALAS = 'N'
               CLOSE CFP001V4
            END-IF
            IF WS-SEM-DISPON = 'N'
               CLOSE CFP001X8
            END-IF
            IF WS-FS-HOR NOT = 00 THEN
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SR'    TO WS-MSG2
