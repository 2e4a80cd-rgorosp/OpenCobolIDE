      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: TABELA DE TIPOS DE DOCUMENTO DA PASTA DO ALUNO
      *          (DOCTIPO.DAT, CFP001V7) - CODIGO, DESCRICAO (CERTIDAO,
      *          HISTORICO DA ESCOLA ANTERIOR, CARTEIRA DE VACINACAO,
      *          DOCUMENTO DO RESPONSAVEL...) E OS NIVEIS DE ENSINO DA
      *          TURMA (TM-NIVEL) PARA OS QUAIS O DOCUMENTO E EXIGIDO,
      *          ATE 6 NIVEIS OU 'TD' PARA TODOS. DOCUMENTO INATIVADO
      *          DEIXA DE SER EXIGIDO SEM PERDER O HISTORICO DOS
      *          CHECKLISTS JA GRAVADOS (CADDOCAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDOCTP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V7 ASSIGN TO "C:/ARQUIVOS/DOCTIPO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DC-CODIGO
                  FILE STATUS  IS WS-FS-DTP
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V7.
           COPY REGDOCTP.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-DTP          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-DTP          PIC 9(03) VALUE ZEROS.
           03 WS-CODIGO          PIC X(02) VALUE SPACES.
           03 WS-TIPO-NOVO       PIC X(01) VALUE 'N'.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-NIVEL           PIC X(02) VALUE SPACES.
       77  WS-NX                  PIC 9(02) COMP VALUE ZEROS.

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
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V7
            IF WS-FS-DTP = 35 THEN
               OPEN OUTPUT CFP001V7
               CLOSE CFP001V7
               OPEN I-O CFP001V7
            END-IF
            IF WS-FS-DTP NOT = 00
               MOVE WS-FS-DTP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   TIPOS DE DOCUMENTO DA PASTA DO ALUNO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - CADASTRAR/ALTERAR TIPO'
               DISPLAY ' <2> - INATIVAR/REATIVAR TIPO'
               DISPLAY ' <3> - LISTAR TIPOS'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-CADASTRAR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-INATIVAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-CADASTRAR.
            DISPLAY 'CODIGO DO DOCUMENTO (2 POSICOES): '
            MOVE SPACES TO WS-CODIGO
            ACCEPT WS-CODIGO
            IF WS-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO!'
               GO TO P200-EXIT
            END-IF
            MOVE 'N' TO WS-TIPO-NOVO
            MOVE WS-CODIGO TO DC-CODIGO
            READ CFP001V7
                 KEY IS DC-CODIGO
                 INVALID KEY
                      MOVE 'S' TO WS-TIPO-NOVO
                      INITIALIZE REG-CFP001V7
                      MOVE WS-CODIGO TO DC-CODIGO
                      SET DOCUMENTO-ATIVO TO TRUE
            END-READ
            IF WS-TIPO-NOVO = 'N'
               DISPLAY 'TIPO JA CADASTRADO: ' DC-DESCRICAO
               DISPLAY 'NIVEIS ATUAIS: ' DC-NIVEIS
            END-IF
            DISPLAY 'DESCRICAO DO DOCUMENTO: '
            ACCEPT DC-DESCRICAO
            PERFORM UNTIL DC-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA! DIGITE A DESCRICAO: '
               ACCEPT DC-DESCRICAO
            END-PERFORM

      * >>> ATE 6 NIVEIS DE ENSINO (TM-NIVEL); 'TD' = TODOS OS NIVEIS;
      * >>> BRANCOS ENCERRAM A LISTA
            MOVE SPACES TO DC-NIVEIS
            DISPLAY 'NIVEIS EM QUE O DOCUMENTO E EXIGIDO (EX: EI, F1,'
                    ' F2, EM OU TD = TODOS), BRANCOS ENCERRAM:'
            MOVE 1 TO WS-NX
            MOVE 'X' TO WS-NIVEL
            PERFORM UNTIL WS-NX > 6 OR WS-NIVEL = SPACES
               DISPLAY ' NIVEL ' WS-NX ': '
               MOVE SPACES TO WS-NIVEL
               ACCEPT WS-NIVEL
               IF WS-NIVEL NOT = SPACES
                  MOVE WS-NIVEL TO DC-NIVEL(WS-NX)
                  ADD 1 TO WS-NX
               END-IF
            END-PERFORM
            IF DC-NIVEIS = SPACES
               DISPLAY 'AVISO: SEM NIVEL INFORMADO, O DOCUMENTO NAO'
                       ' SERA EXIGIDO DE NENHUM ALUNO'
            END-IF

            IF WS-TIPO-NOVO = 'S'
               WRITE REG-CFP001V7
               END-WRITE
            ELSE
               REWRITE REG-CFP001V7
               END-REWRITE
            END-IF
            IF WS-FS-DTP NOT = 00
               MOVE WS-FS-DTP                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V7' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-DTP
            DISPLAY 'TIPO DE DOCUMENTO GRAVADO!'.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'CODIGO DO DOCUMENTO (2 POSICOES): '
            MOVE SPACES TO WS-CODIGO
            ACCEPT WS-CODIGO
            MOVE WS-CODIGO TO DC-CODIGO
            READ CFP001V7
                 KEY IS DC-CODIGO
                 INVALID KEY
                      DISPLAY 'TIPO DE DOCUMENTO INEXISTENTE!'
                      GO TO P300-EXIT
            END-READ
            IF DOCUMENTO-ATIVO
               SET DOCUMENTO-INATIVO TO TRUE
            ELSE
               SET DOCUMENTO-ATIVO TO TRUE
            END-IF
            REWRITE REG-CFP001V7
                 INVALID KEY
                      DISPLAY 'TIPO DE DOCUMENTO NAO ATUALIZADO'
                 NOT INVALID KEY
                      ADD 1 TO WS-RW-DTP
                      IF DOCUMENTO-ATIVO
                         DISPLAY 'TIPO DE DOCUMENTO REATIVADO!'
                      ELSE
                         DISPLAY 'TIPO DE DOCUMENTO INATIVADO!'
                      END-IF
            END-REWRITE.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE LOW-VALUES TO DC-CODIGO
            MOVE 'N'        TO WS-FIM-LISTA
            START CFP001V7 KEY IS NOT LESS DC-CODIGO
                  INVALID KEY
                       DISPLAY 'NENHUM TIPO DE DOCUMENTO CADASTRADO'
                       GO TO P400-EXIT
            END-START
            DISPLAY 'CD DESCRICAO                      S NIVEIS'
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001V7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            DISPLAY DC-CODIGO ' ' DC-DESCRICAO ' ' DC-ST-DOCUMENTO
                    ' ' DC-NIVEIS.
       P410-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V7
            IF WS-FS-DTP NOT = 00 THEN
               MOVE WS-FS-DTP                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V7'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADDOCTP'
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
            MOVE 'CADDOCTP' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADDOCTP FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE TIPOS DE DOCUMENTO GRAVADOS: ' WS-RW-DTP
            DISPLAY '--------------------------------------'
            MOVE 'CADDOCTP' TO WS-LG-PROGRAMA
            MOVE 'TIPOS DOCUMENTO' TO WS-LG-CONTADOR
            MOVE WS-RW-DTP TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADDOCTP.
