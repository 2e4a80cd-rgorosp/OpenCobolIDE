      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: MANUTENCAO DO MESTRE DE SALAS - ARQUIVO INDEXADO
      *          CFP001V4 (SALAS.DAT), CHAVE UNIDADE + CODIGO DA SALA,
      *          COM CAPACIDADE, TIPO (S = SALA DE AULA, L =
      *          LABORATORIO, Q = QUADRA, A = AUDITORIO) E SITUACAO.
      *          A GRADE DE HORARIOS (CADHORAR) E O MESTRE DE TURMAS
      *          (CADTURMA) SO ACEITAM SALA ATIVA DESTE MESTRE NA
      *          UNIDADE DA OFERTA/TURMA (UNIDADE EM BRANCO = ESCOLA
      *          SEM CAMPUS); O CADMATER AVISA QUANDO AS VAGAS DA
      *          OFERTA PASSAM DA CAPACIDADE DAS SALAS DA SUA GRADE. A
      *          OCUPACAO POR UNIDADE SAI NO RELSALAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSALA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V4.
           COPY REGSALA.
       FD  CFP001SK.
           COPY REGUNID.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-UNIDADES    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-O-SAL           PIC 9(02) VALUE ZEROS.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-UNIDADE-OK      PIC X(01) VALUE 'N'.

       01  WS-SALA.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-CODIGO          PIC X(05) VALUE SPACES.
           03 WS-DESCRICAO       PIC X(20) VALUE SPACES.
           03 WS-CAPACIDADE      PIC 9(03) VALUE ZEROS.
           03 WS-TIPO            PIC X(01) VALUE SPACES.

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


      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V4
            IF WS-FS-SAL = 35 THEN
               OPEN OUTPUT CFP001V4
               CLOSE CFP001V4
               OPEN I-O CFP001V4
            END-IF
            IF WS-FS-SAL NOT = 00
               MOVE WS-FS-SAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE UNIDADES, A UNIDADE DA SALA NAO E CONFERIDA
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNIDADES
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MANUTENCAO.
            DISPLAY LK-AREA
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY '(C)ADASTRAR/ALTERAR, (I)NATIVAR OU (L)ISTAR'
                       ' SALAS: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 'C'
                     PERFORM P200-CADASTRAR THRU P200-EXIT
                   WHEN 'I'
                     PERFORM P300-INATIVAR THRU P300-EXIT
                   WHEN 'L'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-CADASTRAR.
            DISPLAY 'DIGITE A UNIDADE DA SALA (BRANCOS = SEM): '
            MOVE SPACES TO WS-UNIDADE
            ACCEPT WS-UNIDADE
            PERFORM P250-CONFERE-UNIDADE THRU P250-EXIT
            IF WS-UNIDADE-OK = 'N'
               GO TO P200-EXIT
            END-IF
            DISPLAY 'DIGITE O CODIGO DA SALA (5 POSICOES): '
            ACCEPT WS-CODIGO
            PERFORM UNTIL WS-CODIGO NOT = SPACES
               DISPLAY 'CODIGO OBRIGATORIO! DIGITE O CODIGO: '
               ACCEPT WS-CODIGO
            END-PERFORM
            DISPLAY 'DIGITE A DESCRICAO DA SALA: '
            ACCEPT WS-DESCRICAO
            DISPLAY 'DIGITE A CAPACIDADE (LUGARES): '
            ACCEPT WS-CAPACIDADE
            PERFORM UNTIL WS-CAPACIDADE IS NUMERIC
                      AND WS-CAPACIDADE > ZEROS
               DISPLAY 'CAPACIDADE INVALIDA! DIGITE DE 001 A 999: '
               ACCEPT WS-CAPACIDADE
            END-PERFORM
            DISPLAY 'TIPO - (S)ALA (L)ABORATORIO (Q)UADRA'
                    ' (A)UDITORIO: '
            ACCEPT WS-TIPO
            PERFORM UNTIL WS-TIPO = 'S' OR 'L' OR 'Q' OR 'A'
               DISPLAY 'TIPO INVALIDO! DIGITE S, L, Q OU A: '
               ACCEPT WS-TIPO
            END-PERFORM

            MOVE WS-UNIDADE    TO SL-UNIDADE
            MOVE WS-CODIGO     TO SL-CODIGO
            MOVE WS-DESCRICAO  TO SL-DESCRICAO
            MOVE WS-CAPACIDADE TO SL-CAPACIDADE
            MOVE WS-TIPO       TO SL-TIPO
            SET SALA-ATIVA     TO TRUE
            WRITE REG-CFP001V4
                  INVALID KEY
                       REWRITE REG-CFP001V4
                       END-REWRITE
                       DISPLAY 'SALA ALTERADA!'
                       DISPLAY ' '
                  NOT INVALID KEY
                       DISPLAY 'SALA CADASTRADA!'
                       DISPLAY ' '
            END-WRITE

            IF WS-FS-SAL NOT = 00 THEN
               MOVE WS-FS-SAL                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001V4' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               ADD 1 TO WS-O-SAL
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> UNIDADE INFORMADA TEM DE EXISTIR E ESTAR ATIVA
       P250-CONFERE-UNIDADE.
            MOVE 'S' TO WS-UNIDADE-OK
            IF WS-UNIDADE = SPACES
               OR WS-SEM-UNIDADES = 'S'
               GO TO P250-EXIT
            END-IF
            MOVE WS-UNIDADE TO UN-CODIGO
            READ CFP001SK
                 KEY IS UN-CODIGO
                 INVALID KEY
                      MOVE 'N' TO WS-UNIDADE-OK
                      DISPLAY 'UNIDADE NAO CADASTRADA!'
                 NOT INVALID KEY
                      IF UNIDADE-INATIVA
                         MOVE 'N' TO WS-UNIDADE-OK
                         DISPLAY 'UNIDADE INATIVA!'
                      END-IF
            END-READ.
       P250-EXIT.
            EXIT.

      * >>> INATIVA SEM EXCLUIR: A GRADE E AS TURMAS JA GRAVADAS
      * >>> SEGUEM NA SALA, QUE SO DEIXA DE ACEITAR NOVAS
       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'DIGITE A UNIDADE DA SALA (BRANCOS = SEM): '
            MOVE SPACES TO WS-UNIDADE
            ACCEPT WS-UNIDADE
            DISPLAY 'DIGITE O CODIGO DA SALA A INATIVAR: '
            ACCEPT WS-CODIGO
            MOVE WS-UNIDADE TO SL-UNIDADE
            MOVE WS-CODIGO  TO SL-CODIGO
            READ CFP001V4
                 KEY IS SL-CHAVE
                 INVALID KEY
                      DISPLAY 'SALA NAO CADASTRADA'
                 NOT INVALID KEY
                      SET SALA-INATIVA TO TRUE
                      REWRITE REG-CFP001V4
                      END-REWRITE
                      IF WS-FS-SAL = 00
                         DISPLAY 'SALA INATIVADA!'
                         ADD 1 TO WS-O-SAL
                      ELSE
                         MOVE WS-FS-SAL  TO WS-MSG1
                         MOVE 'ERRO REGRAVACAO DO CFP001V4'
                              TO WS-MSG2
                         PERFORM P800-ERRO THRU P999-EXIT
                      END-IF
            END-READ.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE LOW-VALUES TO SL-CHAVE
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001V4 KEY IS NOT LESS SL-CHAVE
                  INVALID KEY
                       DISPLAY 'NENHUMA SALA CADASTRADA'
                  NOT INVALID KEY
                       PERFORM P410-LISTAR-UMA THRU P410-EXIT
                               UNTIL WS-FS-SAL = 10
                                  OR WS-FIM-LISTA = 'S'
            END-START.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UMA.
            READ CFP001V4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                 NOT AT END
                      DISPLAY 'UNIDADE ' SL-UNIDADE ' SALA ' SL-CODIGO
                              ' - ' SL-DESCRICAO ' - ' SL-CAPACIDADE
                              ' LUGARES - ' SL-TIPO ' - ' SL-ST-SALA
            END-READ.
       P410-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V4
            IF WS-SEM-UNIDADES = 'N'
               CLOSE CFP001SK
            END-IF
            IF WS-FS-SAL NOT = 00 THEN
               MOVE WS-FS-SAL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V4'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADSALA'
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
            MOVE 'CADSALA ' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADSALA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE SALAS GRAV: ' WS-O-SAL
            DISPLAY '--------------------------------------'
            MOVE 'CADSALA ' TO WS-LG-PROGRAMA
            MOVE 'SALAS GRAV     ' TO WS-LG-CONTADOR
            MOVE WS-O-SAL TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADSALA.
