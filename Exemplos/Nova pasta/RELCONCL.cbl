      *          CADCURRI) CONTRA O HISTORICO DE NOTAS (CFP001S3),
      *          IMPRIMINDO MATERIAS CONCLUIDAS, PENDENTES E O VEREDITO
      *          "APTO A CONCLUIR" QUANDO NAO RESTA PENDENCIA
      * Update: 15-10-26 - DEPENDENCIA AINDA NAO CUMPRIDA (DEPENDEN.DAT,
      *         DO ROLLANO) SAI NA LISTA DO ALUNO E CONTA COMO
      *         PENDENCIA: ALUNO COM DEPENDENCIA NUNCA E APTO A CONCLUIR
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONCL.
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP.
           SELECT REL-CONCLUSAO ASSIGN TO "C:/ARQUIVOS/CONCLUSN.REL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGCURRI.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  REL-CONCLUSAO.
       01  REL-LINHA               PIC X(80).

       01  WS-QT-CONCLUIDAS         PIC 9(03) VALUE ZEROS.
       01  WS-QT-PENDENTES          PIC 9(03) VALUE ZEROS.

      * >>> DEPENDENCIAS DO ROLLANO; SEM O ARQUIVO NAO HA O QUE CONFERIR
       01  WS-FS-DEP                PIC 9(02) VALUE ZEROS.
       01  WS-SEM-DEPENDENCIA       PIC X(01) VALUE 'N'.
       01  WS-FIM-DEP               PIC X(01) VALUE 'N'.
       01  WS-QT-DEPENDENCIA        PIC 9(03) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA-ALUNO THRU P100-EXIT
                    UNTIL WS-FS-ALU = 10
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELCONCL' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001S1
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001V1
            IF WS-FS-DEP NOT = 00
               MOVE 'S' TO WS-SEM-DEPENDENCIA
            END-IF

            OPEN OUTPUT REL-CONCLUSAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                       TO WS-MSG1
                                  OR WS-FIM-MATRIZ = 'S'
            END-START

            MOVE ZEROS TO WS-QT-DEPENDENCIA
            IF WS-SEM-DEPENDENCIA = 'N'
               PERFORM P240-DEPENDENCIAS THRU P240-EXIT
               ADD WS-QT-DEPENDENCIA TO WS-QT-PENDENTES
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-TEM-MATRIZ = 'N'
               STRING '  SEM MATRIZ CURRICULAR PARA A TURMA'
       P230-EXIT.
            EXIT.

      * >>> DEPENDENCIAS EM ABERTO OU EM CURSO DO ALUNO
       P240-DEPENDENCIAS.
            MOVE 'N'         TO WS-FIM-DEP
            MOVE WS-ID-ALUNO TO DP-ID-ALUNO
            MOVE ZEROS       TO DP-CHAVE-MATERIA
            START CFP001V1 KEY IS NOT LESS DP-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-DEP
            END-START
            PERFORM P250-LER-DEPENDENCIA THRU P250-EXIT
                    UNTIL WS-FIM-DEP = 'S'.
       P240-EXIT.
            EXIT.

       P250-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P250-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = WS-ID-ALUNO
               MOVE 'S' TO WS-FIM-DEP
               GO TO P250-EXIT
            END-IF
            IF DEPENDENCIA-PENDENTE
               ADD 1 TO WS-QT-DEPENDENCIA
               MOVE SPACES TO REL-LINHA
               STRING '  MATERIA ' DP-ID-MATERIA
                      ' - DEPENDENCIA NAO CUMPRIDA (REPROVADO EM '
                      DP-AN-MATERIA '/' DP-TR-MATERIA ')'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF.
       P250-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            CLOSE CFP001S1
            CLOSE CFP001S8
            CLOSE CFP001S3
            IF WS-SEM-DEPENDENCIA = 'N'
               CLOSE CFP001V1
            END-IF
            CLOSE REL-CONCLUSAO
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
