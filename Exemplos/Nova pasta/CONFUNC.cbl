      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONSULTA DO MESTRE DE FUNCIONARIOS (CFP001T6) POR ID -
      *          MOSTRA A FICHA COM O NOME DA UNIDADE (CFP001SK) E DO
      *          DEPARTAMENTO (CFP001T7) E OS LOGINS (CFP001SJ,
      *          OP-ID-FUNC) E CADASTROS DE PROFESSOR (CFP001SA,
      *          PR-ID-FUNC) VINCULADOS AO FUNCIONARIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFUNC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN
                  RESERVE       5 AREAS.
           SELECT CFP001T7 ASSIGN TO "C:/ARQUIVOS/DEPA_CADASTRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DP-ID-DEPTO
                  FILE STATUS  IS WS-FS-DEP.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
           SELECT CFP001SJ ASSIGN TO "C:/ARQUIVOS/OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OP-ID-OPERADOR
                  FILE STATUS  IS WS-FS-OPE.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PR-ID-PROF
                  ALTERNATE RECORD KEY IS PR-NM-PROF WITH DUPLICATES
                  FILE STATUS  IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T6.
           COPY REGFUNCI.
       FD  CFP001T7.
           COPY REGDEPTO.
       FD  CFP001SK.
           COPY REGUNID.
       FD  CFP001SJ.
           COPY REGOPER.
       FD  CFP001SA.
           COPY REGPROF.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-R-FUN           PIC 9(02) VALUE ZEROS.
           03 WS-R-FUN-INE       PIC 9(02) VALUE ZEROS.
           03 WS-SEM-DEPTOS      PIC X(01) VALUE 'N'.
           03 WS-SEM-UNIDADES    PIC X(01) VALUE 'N'.
           03 WS-SEM-OPERADORES  PIC X(01) VALUE 'N'.
           03 WS-SEM-PROFESSORES PIC X(01) VALUE 'N'.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-QTD-VINCULOS    PIC 9(03) VALUE ZEROS.
       77  WS-ID-FUNC            PIC 9(05) VALUE ZEROS.
       77  WS-NM-UNIDADE         PIC X(20) VALUE SPACES.
       77  WS-NM-DEPTO           PIC X(16) VALUE SPACES.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-CONSULTA THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001T6
            IF WS-FS-FUN NOT = 00
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001T7
            IF WS-FS-DEP NOT = 00
               MOVE 'S' TO WS-SEM-DEPTOS
            END-IF
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNIDADES
            END-IF
            OPEN INPUT CFP001SJ
            IF WS-FS-OPE NOT = 00
               MOVE 'S' TO WS-SEM-OPERADORES
            END-IF
            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE 'S' TO WS-SEM-PROFESSORES
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-CONSULTA.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY 'DIGITE O ID DO FUNCIONARIO COM 5 DIGITOS: '
               ACCEPT WS-ID-FUNC
               MOVE WS-ID-FUNC TO FU-ID-FUNC

               READ CFP001T6
                    KEY IS FU-ID-FUNC
                    INVALID KEY
                         ADD 1 TO WS-R-FUN-INE
                         DISPLAY 'FUNCIONARIO INEXISTENTE!'
                         DISPLAY ' '
                    NOT INVALID KEY
                         ADD 1 TO WS-R-FUN
                         PERFORM P200-FICHA THRU P200-EXIT
                         PERFORM P300-VINCULOS THRU P300-EXIT
               END-READ

               DISPLAY 'DESEJA REALIZAR OUTRA CONSULTA, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-FICHA.
            MOVE SPACES TO WS-NM-UNIDADE WS-NM-DEPTO
            IF WS-SEM-UNIDADES = 'N'
               MOVE FU-UNIDADE TO UN-CODIGO
               READ CFP001SK
                    KEY IS UN-CODIGO
                    INVALID KEY
                         MOVE 'NAO CADASTRADA' TO WS-NM-UNIDADE
                    NOT INVALID KEY
                         MOVE UN-NOME TO WS-NM-UNIDADE
               END-READ
            END-IF
            IF WS-SEM-DEPTOS = 'N'
               MOVE FU-ID-DEPTO TO DP-ID-DEPTO
               READ CFP001T7
                    KEY IS DP-ID-DEPTO
                    INVALID KEY
                         MOVE 'NAO CADASTRADO' TO WS-NM-DEPTO
                    NOT INVALID KEY
                         MOVE DP-NM-DEPTO TO WS-NM-DEPTO
               END-READ
            END-IF
            DISPLAY '--------------------------------------'
            DISPLAY 'FUNCIONARIO..: ' FU-ID-FUNC ' - ' FU-NM-FUNC
            DISPLAY 'UNIDADE......: ' FU-UNIDADE ' - ' WS-NM-UNIDADE
            DISPLAY 'DEPARTAMENTO.: ' FU-ID-DEPTO ' - ' WS-NM-DEPTO
            DISPLAY 'CARGO........: ' FU-CARGO ' TIPO ' FU-TIPO
            DISPLAY 'TELEFONE.....: ' FU-TL-FUNC
            DISPLAY 'ADMISSAO.....: ' FU-DT-ADMISSAO
            IF FUNC-INATIVO
               DISPLAY 'DESLIGADO EM.: ' FU-DT-DESLIGAMENTO
            END-IF
            IF FU-MATR-ANTIGA > ZEROS
               DISPLAY 'MATR. ANTIGA.: ' FU-MATR-ANTIGA
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> VARRE OPERADORES E PROFESSORES ATRAS DO VINCULO
       S300 SECTION.
       P300-VINCULOS.
            MOVE ZEROS TO WS-QTD-VINCULOS
            IF WS-SEM-OPERADORES = 'N'
               MOVE SPACES TO OP-ID-OPERADOR
               MOVE 'N'    TO WS-FIM-LISTA
               START CFP001SJ KEY IS NOT LESS OP-ID-OPERADOR
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          PERFORM P310-OPERADOR THRU P310-EXIT
                                  UNTIL WS-FIM-LISTA = 'S'
               END-START
            END-IF
            IF WS-SEM-PROFESSORES = 'N'
               MOVE ZEROS TO PR-ID-PROF
               MOVE 'N'   TO WS-FIM-LISTA
               START CFP001SA KEY IS NOT LESS PR-ID-PROF
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          PERFORM P320-PROFESSOR THRU P320-EXIT
                                  UNTIL WS-FIM-LISTA = 'S'
               END-START
            END-IF
            IF WS-QTD-VINCULOS = ZEROS
               DISPLAY 'SEM LOGIN OU PROFESSOR VINCULADO'
            END-IF
            DISPLAY '--------------------------------------'.
       P300-EXIT.
            EXIT.

       P310-OPERADOR.
            READ CFP001SJ NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P310-EXIT
            END-READ
            IF OP-ID-FUNC IS NUMERIC
               AND OP-ID-FUNC = FU-ID-FUNC
               ADD 1 TO WS-QTD-VINCULOS
               DISPLAY 'LOGIN........: ' OP-ID-OPERADOR ' - ' OP-NOME
                       ' SIT ' OP-ST-OPERADOR
            END-IF.
       P310-EXIT.
            EXIT.

       P320-PROFESSOR.
            READ CFP001SA NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P320-EXIT
            END-READ
            IF PR-ID-FUNC IS NUMERIC
               AND PR-ID-FUNC = FU-ID-FUNC
               ADD 1 TO WS-QTD-VINCULOS
               DISPLAY 'PROFESSOR....: ' PR-ID-PROF ' - ' PR-NM-PROF
                       ' SIT ' PR-ST-PROF
            END-IF.
       P320-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T6
            IF WS-FS-FUN NOT = 00 THEN
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T6'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-SEM-DEPTOS = 'N'
               CLOSE CFP001T7
            END-IF
            IF WS-SEM-UNIDADES = 'N'
               CLOSE CFP001SK
            END-IF
            IF WS-SEM-OPERADORES = 'N'
               CLOSE CFP001SJ
            END-IF
            IF WS-SEM-PROFESSORES = 'N'
               CLOSE CFP001SA
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CONFUNC'
            DISPLAY '**********************************'
            DISPLAY ' MENSAGEM: ' WS-MSG2
            DISPLAY ' CODIGO..: ' WS-MSG1
            DISPLAY '**********************************'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '**********************************'
            MOVE 8 TO RETURN-CODE
            GOBACK.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'CONFUNC ' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA CONFUNC FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FUNCIONARIOS EXISTENTE..: ' WS-R-FUN
            DISPLAY ' QTDE FUNCIONARIOS INEXISTENTE: ' WS-R-FUN-INE
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CONFUNC.
