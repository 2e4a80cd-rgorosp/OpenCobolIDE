      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: MENU DO SUBSISTEMA DE ATIVIDADES EXTRACURRICULARES -
      *          CADASTRO DAS ATIVIDADES (CADATIVI), INSCRICAO DE
      *          ALUNOS COM LISTA DE ESPERA (INSCATIV) E LISTA DE
      *          PRESENCA DO PROFESSOR (FOLATIVI). A MENSALIDADE DAS
      *          ATIVIDADES SAI NA GERACAO MENSAL (GERCOBRA).
      *          O NIVEL EXIGIDO E CONFERIDO CONTRA O NIVEL DE ALUNOS
      *          DO OPERADOR DA SESSAO, COMO NO MENALUNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENATIVI.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           03 WS-MENSAGEM        PIC X(40) VALUE SPACES.
       77  WS-OPCAO              PIC X     VALUE SPACES.

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
       77  WS-NIVEL-REQ          PIC X(01) VALUE '1'.
       77  WS-AUTORIZADO         PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM O INTERTRAVAMENTO BATCH (BATINTLK)
       01  WS-INTLK-AREA.
           03 WS-IT-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-IT-JOB          PIC X(08) VALUE SPACES.
           03 WS-IT-ATIVO        PIC X(01) VALUE 'N'.
           03 WS-IT-DETALHE      PIC X(40) VALUE SPACES.
           03 WS-IT-MENSAGEM     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            INITIALIZE WS-AREA WS-OPCAO
            CALL 'TREBANNER'
            DISPLAY "-------------------------------------"
            DISPLAY "   MENU ATIVIDADES EXTRACURRICULARES"
            DISPLAY "-------------------------------------"
            DISPLAY "       DIGITE A OPCAO DESEJADA"
            DISPLAY "-------------------------------------"
            DISPLAY " <1> - CADASTRO DE ATIVIDADES"
            DISPLAY " <2> - INSCRICOES E LISTA DE ESPERA"
            DISPLAY " <3> - LISTA DE PRESENCA (FOLATIVI)"
            DISPLAY " <?> - QUALQUER TECLA SAIR"
            DISPLAY "-------------------------------------"
            MOVE SPACES TO WS-OPCAO
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN '1'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> ATIVIDADES <<<<<'  TO WS-MENSAGEM
                     CALL 'CADATIVI' USING WS-AREA
                  END-IF
                WHEN '2'
                  MOVE '2' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> INSCRICOES EM ATIVIDADES <<<<<'
                          TO WS-MENSAGEM
                     CALL 'INSCATIV' USING WS-AREA
                  END-IF
                WHEN '3'
                  MOVE '1' TO WS-NIVEL-REQ
                  PERFORM P020-AUTORIZA THRU P020-EXIT
                  IF WS-AUTORIZADO = 'S'
                     MOVE '>>>>> LISTA DE PRESENCA <<<<<' TO WS-MENSAGEM
                     CALL 'FOLATIVI' USING WS-AREA
                  END-IF
                WHEN OTHER
                  PERFORM P999-TERMINO THRU P999-EXIT
            END-EVALUATE

            DISPLAY "DESEJA REALIZAR OUTRA OPERACAO? "
            DISPLAY "DIGITE <S> OU <N>"
            MOVE SPACES TO WS-OPCAO
            ACCEPT WS-OPCAO
            IF WS-OPCAO EQUAL 'S' THEN
              GO TO S000
            ELSE
              PERFORM P999-TERMINO THRU P999-EXIT
            END-IF.
       P000-EXIT.
            EXIT.

       S020 SECTION.
      * >>> CONFERE O NIVEL DE ALUNOS DO OPERADOR DA SESSAO (SESSOPER)
      * >>> CONTRA O NIVEL EXIGIDO PELA OPCAO ESCOLHIDA (1=CONSULTA,
      * >>> 2=CADASTRO, 3=SUPERVISOR); SEM NIVEL, A OPCAO E RECUSADA
       P020-AUTORIZA.
      * >>> COM A CADEIA BATCH EM EXECUCAO (BATINTLK), A MANUTENCAO
      * >>> FICA RECUSADA ATE A TRAVA BAIXAR
            MOVE 'C' TO WS-IT-FUNCAO
            CALL 'BATINTLK' USING WS-INTLK-AREA
            IF WS-IT-ATIVO = 'S'
               MOVE 'N' TO WS-AUTORIZADO
               DISPLAY 'BATCH EM EXECUCAO - MANUTENCAO BLOQUEADA:'
               DISPLAY ' ' WS-IT-DETALHE
               GO TO P020-EXIT
            END-IF
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            IF WS-SS-NV-ALUNOS NOT LESS WS-NIVEL-REQ
               MOVE 'S' TO WS-AUTORIZADO
            ELSE
               MOVE 'N' TO WS-AUTORIZADO
               DISPLAY 'OPERADOR SEM AUTORIZACAO PARA ESSA OPCAO!'
            END-IF.
       P020-EXIT.
            EXIT.

       S999 SECTION.
       P999-TERMINO.
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM MENATIVI.
