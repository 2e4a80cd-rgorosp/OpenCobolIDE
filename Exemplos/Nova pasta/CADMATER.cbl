      *         DE STATUS E CONFIRMACAO ANTES DE GRAVAR
      * Update: 22-08-26 - NOVO CAMPO UNIDADE (CAMPUS) DA OFERTA NO
      *         FORMULARIO, GRAVADO EM MT-UNIDADE NO FIM DO REGISTRO
      * Update: 15-10-26 - APOS GRAVAR, AVISA QUANDO AS VAGAS DA
      *         OFERTA PASSAM DA CAPACIDADE DE ALGUMA SALA EM QUE ELA
      *         JA ESTA NA GRADE (HORARIO.DAT X SALAS.DAT)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMATER.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT CFP001SR ASSIGN TO "C:/ARQUIVOS/HORARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HR-CHAVE
                  FILE STATUS  IS WS-FS-HOR.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001V4.
           COPY REGSALA.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CALENDARIO  PIC X(01) VALUE 'N'.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SALAS       PIC X(01) VALUE 'N'.
           03 WS-FIM-GRADE       PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-QT-OCUPADAS     PIC 9(03).
           03 WS-MT-UNIDADE      PIC X(03).

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-CADASTRO THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADMATER' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001S2
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SC' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

      * >>> SEM GRADE OU SEM MESTRE DE SALAS, NAO HA O QUE CONFERIR
            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE 'S' TO WS-SEM-SALAS
            ELSE
               OPEN INPUT CFP001V4
               IF WS-FS-SAL NOT = 00
                  MOVE 'S' TO WS-SEM-SALAS
                  CLOSE CFP001SR
               END-IF
            END-IF.
       P050-EXIT.
            EXIT.
            ELSE
               ADD 1 TO WS-O-MAT
               PERFORM P160-JORNAL THRU P160-EXIT
               PERFORM P170-CAPACIDADE THRU P170-EXIT
            END-IF
               END-IF

       P160-EXIT.
            EXIT.

      * >>> PERCORRE OS SLOTS DA OFERTA NA GRADE E AVISA CADA SALA
      * >>> (NA UNIDADE DA OFERTA) COM MENOS LUGARES QUE AS VAGAS
       P170-CAPACIDADE.
            IF WS-SEM-SALAS = 'S'
               OR QT-VAGAS = ZEROS
               GO TO P170-EXIT
            END-IF
            MOVE 'N'             TO WS-FIM-GRADE
            MOVE ID-MATERIA      TO HR-ID-MATERIA
            MOVE AN-MATERIA      TO HR-AN-MATERIA
            MOVE TR-MATERIA      TO HR-TR-MATERIA
            MOVE ZEROS           TO HR-DIA-SEMANA HR-HORA-INICIO
            START CFP001SR KEY IS NOT LESS HR-CHAVE
                  INVALID KEY
                       GO TO P170-EXIT
            END-START
            PERFORM P175-SLOT THRU P175-EXIT
                    UNTIL WS-FIM-GRADE = 'S'.
       P170-EXIT.
            EXIT.

       P175-SLOT.
            READ CFP001SR NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-GRADE
                      GO TO P175-EXIT
            END-READ
            IF HR-ID-MATERIA NOT = ID-MATERIA
               OR HR-AN-MATERIA NOT = AN-MATERIA
               OR HR-TR-MATERIA NOT = TR-MATERIA
               MOVE 'S' TO WS-FIM-GRADE
               GO TO P175-EXIT
            END-IF
            MOVE MT-UNIDADE TO SL-UNIDADE
            MOVE HR-SALA    TO SL-CODIGO
            READ CFP001V4
                 KEY IS SL-CHAVE
                 INVALID KEY
                      GO TO P175-EXIT
            END-READ
            IF QT-VAGAS > SL-CAPACIDADE
               DISPLAY 'AVISO: ' QT-VAGAS ' VAGAS E A SALA ' SL-CODIGO
                       ' (DIA ' HR-DIA-SEMANA ') TEM '
                       SL-CAPACIDADE ' LUGARES'
            END-IF.
       P175-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S2
            IF WS-SEM-CALENDARIO = 'N'
               CLOSE CFP001SC
            END-IF
            IF WS-SEM-SALAS = 'N'
               CLOSE CFP001SR
               CLOSE CFP001V4
            END-IF
            IF WS-FS-MAT NOT = 00 THEN
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S2'    TO WS-MSG2
