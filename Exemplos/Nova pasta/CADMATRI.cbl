      *         ACIMA DO BLOQUEIO RECUSA, SALVO LIBERACAO DE OPERADOR
      *         COM NIVEL SUPERVISOR DE ALUNOS NA SESSAO, QUE EXIGE
      *         JUSTIFICATIVA GRAVADA NO MATRIOVR.LOG
      * Update: 15-10-26 - DEPENDENCIAS (DEPENDEN.DAT, ABERTAS PELO
      *         ROLLANO): AO INFORMAR O ALUNO, AS MATERIAS EM
      *         DEPENDENCIA SAO LISTADAS; MATRICULA EFETIVADA EM OFERTA
      *         POSTERIOR DA MESMA MATERIA VINCULA A DEPENDENCIA EM
      *         ABERTO, QUE PASSA A 'EM CURSO' ATE O FECHTERM DAR BAIXA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMATRI.
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT
                  RESERVE       5 AREAS.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT LOG-LIBERA ASSIGN TO "C:/ARQUIVOS/MATRIOVR.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LIB.
           COPY REGPREQ.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  LOG-LIBERA.
       01  LIB-LINHA             PIC X(120).
       WORKING-STORAGE SECTION.
           03 WS-PROX-SEQ        PIC 9(04) VALUE ZEROS.
           03 WS-EFETIVADA       PIC X(01) VALUE 'N'.

      * >>> DEPENDENCIAS DO ALUNO (ROLLANO); SEM O ARQUIVO, NADA MUDA
       01  WS-DEPEND-VAR.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-DEPENDENCIA PIC X(01) VALUE 'N'.
           03 WS-FIM-DEP         PIC X(01) VALUE 'N'.
           03 WS-QT-DEPENDENCIA  PIC 9(03) VALUE ZEROS.

       01  WS-REG-CFP001S5       PIC X(22) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001S5.
           03 WS-CHAVE.
           03 WS-DT-MATRICULA       PIC 9(08).
           03 WS-ST-MATRICULA       PIC X(01).

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
            MOVE 'CADMATRI' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
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
            OPEN I-O CFP001S5
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

            OPEN I-O CFP001V1
            IF WS-FS-DEP = 35
               MOVE 'S' TO WS-SEM-DEPENDENCIA
            ELSE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF.
       P050-EXIT.
            EXIT.
                  GO TO P100-CADASTRO
               END-IF

               IF WS-SEM-DEPENDENCIA = 'N'
                  PERFORM P250-LISTA-DEPENDENCIAS THRU P250-EXIT
               END-IF

               DISPLAY 'DIGITE O ID DA MATERIA COM 3 DIGITOS: '
               ACCEPT ID-MATERIA
               DISPLAY 'DIGITE O ANO LETIVO DA OFERTA (AAAA), OU 0000 '
                        MOVE 'ERRO ATUALIZACAO DO CFP001S2' TO WS-MSG2
                        PERFORM P800-ERRO THRU P999-EXIT
                     END-IF
                     IF WS-SEM-DEPENDENCIA = 'N'
                        PERFORM P270-VINCULA-DEPENDENCIA
                                THRU P270-EXIT
                     END-IF
                  END-IF
               END-IF

       P100-EXIT.
            EXIT.

      * >>> MOSTRA AO OPERADOR AS MATERIAS QUE O ALUNO AINDA DEVE
      * >>> CURSAR EM DEPENDENCIA, PARA MATRICULA NA OFERTA DE REFACAO
       S250 SECTION.
       P250-LISTA-DEPENDENCIAS.
            MOVE ZEROS    TO WS-QT-DEPENDENCIA
            MOVE 'N'      TO WS-FIM-DEP
            MOVE ID-ALUNO TO DP-ID-ALUNO
            MOVE ZEROS    TO DP-CHAVE-MATERIA
            START CFP001V1 KEY IS NOT LESS DP-CHAVE
                  INVALID KEY
                       GO TO P250-EXIT
            END-START
            PERFORM P260-LER-DEPENDENCIA THRU P260-EXIT
                    UNTIL WS-FIM-DEP = 'S'
            IF WS-QT-DEPENDENCIA > ZEROS
               DISPLAY 'ALUNO COM ' WS-QT-DEPENDENCIA
                       ' MATERIA(S) EM DEPENDENCIA'
               DISPLAY ' '
            END-IF.
       P250-EXIT.
            EXIT.

       P260-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P260-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-DEP
               GO TO P260-EXIT
            END-IF
            IF DEPENDENCIA-ABERTA
               ADD 1 TO WS-QT-DEPENDENCIA
               DISPLAY 'DEPENDENCIA EM ABERTO: MATERIA ' DP-ID-MATERIA
                       ' (REPROVADO EM ' DP-AN-MATERIA '/'
                       DP-TR-MATERIA ')'
            END-IF
            IF DEPENDENCIA-CURSANDO
               ADD 1 TO WS-QT-DEPENDENCIA
               DISPLAY 'DEPENDENCIA EM CURSO.: MATERIA ' DP-ID-MATERIA
                       ' NA OFERTA ' DP-RF-AN-MATERIA '/'
                       DP-RF-TR-MATERIA
            END-IF.
       P260-EXIT.
            EXIT.

      * >>> MATRICULA EFETIVADA NUMA OFERTA POSTERIOR DA MATERIA EM
      * >>> DEPENDENCIA: A DEPENDENCIA PASSA A SER CURSADA NELA
       P270-VINCULA-DEPENDENCIA.
            MOVE 'N'        TO WS-FIM-DEP
            MOVE ID-ALUNO   TO DP-ID-ALUNO
            MOVE ID-MATERIA TO DP-ID-MATERIA
            MOVE ZEROS      TO DP-AN-MATERIA
            MOVE ZEROS      TO DP-TR-MATERIA
            START CFP001V1 KEY IS NOT LESS DP-CHAVE
                  INVALID KEY
                       GO TO P270-EXIT
            END-START
            PERFORM P280-LER-VINCULO THRU P280-EXIT
                    UNTIL WS-FIM-DEP = 'S'.
       P270-EXIT.
            EXIT.

       P280-LER-VINCULO.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P280-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = ID-ALUNO
               OR DP-ID-MATERIA NOT = ID-MATERIA
               OR DP-CHAVE-MATERIA NOT LESS CHAVE-MATERIA
               MOVE 'S' TO WS-FIM-DEP
               GO TO P280-EXIT
            END-IF
            IF NOT DEPENDENCIA-ABERTA
               GO TO P280-EXIT
            END-IF
            SET DEPENDENCIA-CURSANDO TO TRUE
            MOVE CHAVE-MATERIA TO DP-CHAVE-REFAZ
            REWRITE REG-CFP001V1
            END-REWRITE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001V1'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'DEPENDENCIA DA MATERIA ' DP-ID-MATERIA
                    ' VINCULADA A ESTA MATRICULA'
            DISPLAY ' '
            MOVE 'S' TO WS-FIM-DEP.
       P280-EXIT.
            EXIT.

      * >>> MATRICULA JA EXISTE: SE ESTIVER CANCELADA, REATIVA (CASO DO
      * >>> ALUNO QUE CANCELOU E VOLTOU); SE ESTIVER ATIVA, SO AVISA
       S500 SECTION.
            IF WS-SEM-NOTAS = 'N'
               CLOSE CFP001S3
            END-IF
            IF WS-SEM-DEPENDENCIA = 'N'
               CLOSE CFP001V1
            END-IF
            IF WS-FS-MTR NOT = 00 THEN
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S5'    TO WS-MSG2
