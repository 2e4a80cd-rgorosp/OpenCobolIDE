      *         OS DIAS NAO LETIVOS DO CALENDARIO (FERIADOS.DAT,
      *         MANTIDO PELO CADFERIA): FREQUENCIA DATADA EM FERIADO,
      *         RECESSO OU DIA DE CONSELHO E RECUSADA
      * Update: 15-10-26 - CADA FOLHA REGISTRA TAMBEM O DIARIO DE
      *         CLASSE DA AULA (DIARIO.DAT, CFP001V3): CONTEUDO
      *         MINISTRADO E QUANTIDADE DE HORAS-AULA DADAS NA DATA,
      *         BASE DO CUMPRIMENTO DE CARGA HORARIA (RELDIARI)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFREQ.
                  FILE STATUS  IS WS-FS-FRQ
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001V3 ASSIGN TO "C:/ARQUIVOS/DIARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DI-CHAVE
                  FILE STATUS  IS WS-FS-DIA
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
       FILE SECTION.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001V3.
           COPY REGDIARI.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SS.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-FLAG-ALUNO      PIC X(01) VALUE 'S'.
           03 WS-O-FRQ           PIC 9(05) VALUE ZEROS.
           03 WS-FS-DIA          PIC 9(02) VALUE ZEROS.
           03 WS-O-DIA           PIC 9(05) VALUE ZEROS.
           03 WS-ALTERA-DIARIO   PIC X(01) VALUE 'N'.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

       01  WS-LANCAMENTO.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-DT-AULA         PIC 9(08) VALUE ZEROS.
           03 WS-PRESENCA        PIC X(01) VALUE SPACES.
           03 WS-QT-AULAS        PIC 9(02) VALUE ZEROS.
           03 WS-CONTEUDO        PIC X(60) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-FOLHA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADFREQ' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001S6
            END-IF
            END-IF

            OPEN I-O CFP001V3
            IF WS-FS-DIA = 35 THEN
               OPEN OUTPUT CFP001V3
               CLOSE CFP001V3
               OPEN I-O CFP001V3
            END-IF
            IF WS-FS-DIA NOT = 00
               MOVE WS-FS-DIA                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
                  END-READ
               END-IF

               PERFORM P150-DIARIO THRU P150-EXIT

               MOVE 'S' TO WS-FLAG-ALUNO
               PERFORM P200-LANCA-ALUNO THRU P200-EXIT
                       UNTIL WS-FLAG-ALUNO = 'N'
       P100-EXIT.
            EXIT.

      * >>> DIARIO DE CLASSE DA FOLHA: O QUE FOI DADO E QUANTAS
      * >>> HORAS-AULA; JA REGISTRADO, SO ALTERA SE CONFIRMADO
       P150-DIARIO.
            MOVE 'N' TO WS-ALTERA-DIARIO
            MOVE CHAVE-MATERIA TO DI-CHAVE-MATERIA
            MOVE WS-DT-AULA    TO DI-DT-AULA
            READ CFP001V3
                 KEY IS DI-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'DIARIO JA REGISTRADO: ' DI-QT-AULAS
                              ' HORA(S)-AULA - ' DI-CONTEUDO
                      DISPLAY 'ALTERAR O DIARIO DA AULA? (S)SIM (N)NAO'
                      ACCEPT WS-ALTERA-DIARIO
                      IF WS-ALTERA-DIARIO NOT = 'S'
                         GO TO P150-EXIT
                      END-IF
            END-READ

            DISPLAY 'CONTEUDO MINISTRADO NA AULA: '
            MOVE SPACES TO WS-CONTEUDO
            ACCEPT WS-CONTEUDO
            PERFORM UNTIL WS-CONTEUDO NOT = SPACES
               DISPLAY 'CONTEUDO OBRIGATORIO! DIGITE O CONTEUDO: '
               ACCEPT WS-CONTEUDO
            END-PERFORM
            DISPLAY 'HORAS-AULA DADAS NA DATA (01 A 99): '
            ACCEPT WS-QT-AULAS
            PERFORM UNTIL WS-QT-AULAS IS NUMERIC
                      AND WS-QT-AULAS > ZEROS
               DISPLAY 'QUANTIDADE INVALIDA! DIGITE DE 01 A 99: '
               ACCEPT WS-QT-AULAS
            END-PERFORM

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE CHAVE-MATERIA        TO DI-CHAVE-MATERIA
            MOVE WS-DT-AULA           TO DI-DT-AULA
            MOVE WS-QT-AULAS          TO DI-QT-AULAS
            MOVE WS-CONTEUDO          TO DI-CONTEUDO
            MOVE WS-CURRENT-DATE(1:8) TO DI-DT-REGISTRO
            IF WS-ALTERA-DIARIO = 'S'
               REWRITE REG-CFP001V3
               END-REWRITE
            ELSE
               WRITE REG-CFP001V3
               END-WRITE
            END-IF
            IF WS-FS-DIA NOT = 00
               MOVE WS-FS-DIA                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001V3' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-DIA
            DISPLAY 'DIARIO DE CLASSE REGISTRADO!'
            DISPLAY ' '.
       P150-EXIT.
            EXIT.

      * >>> LANCA A PRESENCA DE UM ALUNO DA FOLHA, EXIGINDO MATRICULA
      * >>> ATIVA NA OFERTA
       S200 SECTION.
       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S6
            CLOSE CFP001V3
            CLOSE CFP001S2
            CLOSE CFP001S5
            IF WS-SEM-FERIADOS = 'N'
            DISPLAY '>>>> PROGRAMA CADFREQ FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FREQUENCIAS GRAV: ' WS-O-FRQ
            DISPLAY ' QTDE DIARIOS GRAV....: ' WS-O-DIA
            DISPLAY '--------------------------------------'
            MOVE 'CADFREQ ' TO WS-LG-PROGRAMA
            MOVE 'FREQUENCIA GRAV' TO WS-LG-CONTADOR
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            MOVE 'DIARIO GRAV'   TO WS-LG-CONTADOR
            MOVE WS-O-DIA        TO WS-LG-QUANTIDADE
            MOVE SPACES          TO WS-LG-MENSAGEM
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
