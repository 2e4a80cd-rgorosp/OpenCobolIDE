      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SUBROTINA COMPARTILHADA DE CONFERENCIA DA PASTA DE
      *          DOCUMENTOS DO ALUNO - DADO O ALUNO E A TURMA, TOMA O
      *          NIVEL DE ENSINO DA TURMA (TM-NIVEL), LEVANTA NA TABELA
      *          DE TIPOS DE DOCUMENTO (DOCTIPO.DAT, CFP001V7) OS
      *          DOCUMENTOS ATIVOS EXIGIDOS PARA O NIVEL (OU PARA
      *          TODOS OS NIVEIS, 'TD') E CONFERE NO CHECKLIST DO ALUNO
      *          (DOCALUNO.DAT, CFP001V8) QUAIS JA FORAM RECEBIDOS:
      *            LK-SITUACAO 'C' = PASTA COMPLETA
      *                        'P' = HA DOCUMENTO PENDENTE (LISTADOS
      *                              EM LK-PENDENTES, ATE 10)
      *                        'S' = NENHUM DOCUMENTO EXIGIDO (TABELA
      *                              AINDA NAO CADASTRADA)
      *          O CERTCONC E O TRANSFAL CONSULTAM ANTES DE EMITIR
      *          DOCUMENTOS; O RELDOCPE LISTA AS PENDENCIAS POR TURMA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERDOCAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001V7 ASSIGN TO "C:/ARQUIVOS/DOCTIPO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DC-CODIGO
                  FILE STATUS  IS WS-FS-DTP.
           SELECT CFP001V8 ASSIGN TO "C:/ARQUIVOS/DOCALUNO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DA-CHAVE
                  FILE STATUS  IS WS-FS-DAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001V7.
           COPY REGDOCTP.
       FD  CFP001V8.
           COPY REGDOCAL.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DTP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DAL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TABELA      PIC X(01) VALUE 'N'.
           03 WS-SEM-TURMAS      PIC X(01) VALUE 'N'.
           03 WS-SEM-CHECKLIST   PIC X(01) VALUE 'N'.
           03 WS-FIM-DTP         PIC X(01) VALUE 'N'.
           03 WS-EXIGIDO         PIC X(01) VALUE 'N'.
       77  WS-NX                  PIC 9(02) COMP VALUE ZEROS.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-ID-ALUNO        PIC 9(05).
           03 LK-TURMA           PIC X(05).
           03 LK-NIVEL           PIC X(02).
           03 LK-SITUACAO        PIC X(01).
           03 LK-QT-EXIGIDOS     PIC 9(02).
           03 LK-QT-PENDENTES    PIC 9(02).
           03 LK-PENDENTES       OCCURS 10 TIMES.
              05 LK-PD-CODIGO    PIC X(02).
              05 LK-PD-DESCRICAO PIC X(30).
           03 LK-MENSAGEM        PIC X(40).
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            MOVE SPACES TO LK-MENSAGEM
            MOVE SPACES TO LK-NIVEL
            MOVE 'S'    TO LK-SITUACAO
            MOVE ZEROS  TO LK-QT-EXIGIDOS LK-QT-PENDENTES
            PERFORM P050-ABRIR THRU P050-EXIT
            IF WS-SEM-TABELA = 'S'
               MOVE 'TABELA DE DOCUMENTOS NAO CADASTRADA'
                    TO LK-MENSAGEM
               PERFORM P700-FECHAR THRU P700-EXIT
               GOBACK
            END-IF
            PERFORM P100-NIVEL THRU P100-EXIT
            MOVE 'N' TO WS-FIM-DTP
            PERFORM P200-LER-TIPO THRU P200-EXIT
                    UNTIL WS-FIM-DTP = 'S'
            EVALUATE TRUE
                WHEN LK-QT-EXIGIDOS = ZEROS
                  MOVE 'S' TO LK-SITUACAO
                WHEN LK-QT-PENDENTES > ZEROS
                  MOVE 'P' TO LK-SITUACAO
                  MOVE 'DOCUMENTACAO DO ALUNO INCOMPLETA'
                       TO LK-MENSAGEM
                WHEN OTHER
                  MOVE 'C' TO LK-SITUACAO
            END-EVALUATE
            PERFORM P700-FECHAR THRU P700-EXIT
            GOBACK.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE 'N' TO WS-SEM-TABELA WS-SEM-TURMAS WS-SEM-CHECKLIST
            OPEN INPUT CFP001V7
            IF WS-FS-DTP NOT = 00
               MOVE 'S' TO WS-SEM-TABELA
               GO TO P050-EXIT
            END-IF
            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE 'S' TO WS-SEM-TURMAS
            END-IF
      * >>> SEM CHECKLIST GRAVADO, NENHUM DOCUMENTO FOI RECEBIDO
            OPEN INPUT CFP001V8
            IF WS-FS-DAL NOT = 00
               MOVE 'S' TO WS-SEM-CHECKLIST
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> NIVEL DE ENSINO DA TURMA; TURMA SEM NIVEL SO RESPONDE PELOS
      * >>> DOCUMENTOS EXIGIDOS DE TODOS OS NIVEIS ('TD')
       S100 SECTION.
       P100-NIVEL.
            IF WS-SEM-TURMAS = 'S'
               OR LK-TURMA = SPACES
               GO TO P100-EXIT
            END-IF
            MOVE LK-TURMA TO TM-CODIGO
            READ CFP001SD
                 KEY IS TM-CODIGO
                 INVALID KEY
                      MOVE SPACES TO TM-NIVEL
            END-READ
            MOVE TM-NIVEL TO LK-NIVEL.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-LER-TIPO.
            READ CFP001V7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DTP
                      GO TO P200-EXIT
            END-READ
            IF NOT DOCUMENTO-ATIVO
               GO TO P200-EXIT
            END-IF
            MOVE 'N' TO WS-EXIGIDO
            PERFORM VARYING WS-NX FROM 1 BY 1
                    UNTIL WS-NX > 6
               IF NIVEL-TODOS(WS-NX)
                  OR (LK-NIVEL NOT = SPACES
                      AND DC-NIVEL(WS-NX) = LK-NIVEL)
                  MOVE 'S' TO WS-EXIGIDO
               END-IF
            END-PERFORM
            IF WS-EXIGIDO = 'N'
               GO TO P200-EXIT
            END-IF
            ADD 1 TO LK-QT-EXIGIDOS
            IF WS-SEM-CHECKLIST = 'N'
               MOVE LK-ID-ALUNO TO DA-ID-ALUNO
               MOVE DC-CODIGO   TO DA-CD-DOCUMENTO
               READ CFP001V8
                    KEY IS DA-CHAVE
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         GO TO P200-EXIT
               END-READ
            END-IF
            ADD 1 TO LK-QT-PENDENTES
            IF LK-QT-PENDENTES NOT > 10
               MOVE DC-CODIGO    TO LK-PD-CODIGO(LK-QT-PENDENTES)
               MOVE DC-DESCRICAO TO LK-PD-DESCRICAO(LK-QT-PENDENTES)
            END-IF.
       P200-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-TABELA = 'S'
               GO TO P700-EXIT
            END-IF
            CLOSE CFP001V7
            IF WS-SEM-TURMAS = 'N'
               CLOSE CFP001SD
            END-IF
            IF WS-SEM-CHECKLIST = 'N'
               CLOSE CFP001V8
            END-IF.
       P700-EXIT.
            EXIT.
       END PROGRAM VERDOCAL.
