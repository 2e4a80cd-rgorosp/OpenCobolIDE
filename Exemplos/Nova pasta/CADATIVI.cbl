      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ATIVIDADES EXTRACURRICULARES (ROBOTICA, JUDO, CORAL E
      *          OUTRAS DO CONTRATURNO) - MANUTENCAO DO CADASTRO
      *          ATIVIDAD.DAT (CFP001U3). OPERACOES:
      *            - INCLUIR/ALTERAR ATIVIDADE: NOME, DIAS DA SEMANA
      *              (UM 'X' POR DIA, DE SEGUNDA A SABADO), HORARIO,
      *              LOCAL, CAPACIDADE, MENSALIDADE E PROFESSOR
      *              RESPONSAVEL (PROFESSR.DAT, CFP001SA, ATIVO);
      *            - LISTAR ATIVIDADES COM VAGAS E LISTA DE ESPERA;
      *            - INATIVAR/REATIVAR ATIVIDADE.
      *          A INSCRICAO DOS ALUNOS E FEITA PELO INSCATIV, A
      *          COBRANCA MENSAL (TIPO AT) PELO GERCOBRA E A LISTA DE
      *          PRESENCA DO PROFESSOR PELO FOLATIVI
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADATIVI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U3 ASSIGN TO "C:/ARQUIVOS/ATIVIDAD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AV-CD-ATIVIDADE
                  FILE STATUS  IS WS-FS-ATV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U3.
           COPY REGATIVI.
       FD  CFP001SA.
           COPY REGPROF.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ATV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-CD-ATIVIDADE    PIC 9(03) VALUE ZEROS.
           03 WS-DIAS-SEMANA     PIC X(06) VALUE SPACES.
           03 WS-QT-DIAS         PIC 9(01) VALUE ZEROS.
           03 WS-HR-INICIO       PIC 9(04) VALUE ZEROS.
           03 WS-HR-INICIO-R REDEFINES WS-HR-INICIO.
              05 WS-HI-HORA      PIC 9(02).
              05 WS-HI-MIN       PIC 9(02).
           03 WS-HR-FIM          PIC 9(04) VALUE ZEROS.
           03 WS-HR-FIM-R REDEFINES WS-HR-FIM.
              05 WS-HF-HORA      PIC 9(02).
              05 WS-HF-MIN       PIC 9(02).
           03 WS-CAPACIDADE      PIC 9(03) VALUE ZEROS.
           03 WS-VL-MENSAL       PIC 9(05)V99 VALUE ZEROS.
           03 WS-ID-PROF         PIC 9(03) VALUE ZEROS.
           03 WS-VAGAS           PIC 9(03) VALUE ZEROS.
           03 WS-R-ATIVIDADES    PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.

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
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001U3
            IF WS-FS-ATV = 35 THEN
               OPEN OUTPUT CFP001U3
               CLOSE CFP001U3
               OPEN I-O CFP001U3
            END-IF
            IF WS-FS-ATV NOT = 00
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   ATIVIDADES EXTRACURRICULARES'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/ALTERAR ATIVIDADE'
               DISPLAY ' <2> - LISTAR ATIVIDADES'
               DISPLAY ' <3> - INATIVAR/REATIVAR ATIVIDADE'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-ATIVIDADE THRU P200-EXIT
                   WHEN '2'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '3'
                     PERFORM P500-SITUACAO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA A ATIVIDADE DIGITADA (WS-ACHOU = 'S' SE EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DA ATIVIDADE (3 DIGITOS): '
            ACCEPT WS-CD-ATIVIDADE
            PERFORM UNTIL WS-CD-ATIVIDADE IS NUMERIC
                          AND WS-CD-ATIVIDADE > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 3 DIGITOS: '
               ACCEPT WS-CD-ATIVIDADE
            END-PERFORM
            MOVE WS-CD-ATIVIDADE TO AV-CD-ATIVIDADE
            READ CFP001U3
                 KEY IS AV-CD-ATIVIDADE
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            PERFORM P160-MOSTRA THRU P160-EXIT.
       P150-EXIT.
            EXIT.

       P160-MOSTRA.
            DISPLAY 'ATIVIDADE..: ' AV-CD-ATIVIDADE ' ' AV-NOME
                    '  SITUACAO: ' AV-ST-ATIVIDADE
            DISPLAY 'DIAS (SEG-SAB): ' AV-DIAS-SEMANA
                    '  HORARIO: ' AV-HR-INICIO ' A ' AV-HR-FIM
                    '  LOCAL: ' AV-LOCAL
            DISPLAY 'CAPACIDADE.: ' AV-CAPACIDADE
                    '  INSCRITOS: ' AV-QT-INSCRITOS
                    '  EM ESPERA: ' AV-QT-ESPERA
            DISPLAY 'MENSALIDADE: ' AV-VL-MENSAL
                    '  PROFESSOR: ' AV-ID-PROF.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-ATIVIDADE.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'N'
               DISPLAY 'ATIVIDADE NOVA - INFORME OS DADOS'
               INITIALIZE REG-CFP001U3
               MOVE WS-CD-ATIVIDADE TO AV-CD-ATIVIDADE
               SET ATIVIDADE-ATIVA  TO TRUE
            END-IF

            DISPLAY 'NOME DA ATIVIDADE (ATE 20 POSICOES): '
            ACCEPT AV-NOME
            PERFORM UNTIL AV-NOME NOT = SPACES
               DISPLAY 'NOME OBRIGATORIO: '
               ACCEPT AV-NOME
            END-PERFORM

            PERFORM P210-DIAS THRU P210-EXIT
            PERFORM P220-HORARIO THRU P220-EXIT

            DISPLAY 'LOCAL (SALA, QUADRA, ... ATE 10 POSICOES): '
            MOVE SPACES TO AV-LOCAL
            ACCEPT AV-LOCAL

      * >>> A CAPACIDADE NAO PODE FICAR ABAIXO DOS JA INSCRITOS
            DISPLAY 'CAPACIDADE (VAGAS): '
            ACCEPT WS-CAPACIDADE
            PERFORM UNTIL WS-CAPACIDADE IS NUMERIC
                          AND WS-CAPACIDADE > ZEROS
                          AND WS-CAPACIDADE NOT LESS AV-QT-INSCRITOS
               DISPLAY 'CAPACIDADE INVALIDA! MAIOR QUE ZERO E NAO'
                       ' MENOR QUE OS INSCRITOS (' AV-QT-INSCRITOS
                       '): '
               ACCEPT WS-CAPACIDADE
            END-PERFORM
            MOVE WS-CAPACIDADE TO AV-CAPACIDADE

            DISPLAY 'MENSALIDADE DA ATIVIDADE (ATE 99999,99): '
            ACCEPT WS-VL-MENSAL
            PERFORM UNTIL WS-VL-MENSAL IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VL-MENSAL
            END-PERFORM
            MOVE WS-VL-MENSAL TO AV-VL-MENSAL

            PERFORM P230-PROFESSOR THRU P230-EXIT
                    UNTIL WS-VALIDO = 'S'
            MOVE WS-ID-PROF     TO AV-ID-PROF
            MOVE WS-SS-OPERADOR TO AV-OPERADOR

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001U3
               END-REWRITE
            ELSE
               WRITE REG-CFP001U3
               END-WRITE
            END-IF
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001U3' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-ATIVIDADES
            DISPLAY 'ATIVIDADE GRAVADA!'
            IF AV-QT-ESPERA > ZEROS
               AND AV-QT-INSCRITOS < AV-CAPACIDADE
               DISPLAY 'HA VAGAS E ALUNOS EM ESPERA - AS VAGAS SAO'
                       ' PREENCHIDAS PELO INSCATIV'
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> DIAS DA SEMANA: 6 POSICOES DE SEGUNDA A SABADO, 'X' NO DIA
      * >>> QUE TEM AULA (EX.: X-X--- = SEGUNDA E QUARTA)
       P210-DIAS.
            MOVE ZEROS TO WS-QT-DIAS
            PERFORM UNTIL WS-QT-DIAS > ZEROS
               DISPLAY 'DIAS DA SEMANA, SEG A SAB, X NO DIA DE AULA'
                       ' (EX.: X-X---): '
               MOVE SPACES TO WS-DIAS-SEMANA
               ACCEPT WS-DIAS-SEMANA
               MOVE ZEROS TO WS-QT-DIAS
               INSPECT WS-DIAS-SEMANA TALLYING WS-QT-DIAS
                       FOR ALL 'X'
               IF WS-QT-DIAS = ZEROS
                  DISPLAY 'MARQUE AO MENOS UM DIA COM X!'
               END-IF
            END-PERFORM
            INSPECT WS-DIAS-SEMANA REPLACING ALL SPACE BY '-'
            MOVE WS-DIAS-SEMANA TO AV-DIAS-SEMANA.
       P210-EXIT.
            EXIT.

      * >>> HORARIO DE INICIO E FIM NO FORMATO HHMM, FIM APOS O INICIO
       P220-HORARIO.
            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'HORA DE INICIO (HHMM): '
               ACCEPT WS-HR-INICIO
               DISPLAY 'HORA DE TERMINO (HHMM): '
               ACCEPT WS-HR-FIM
               IF WS-HR-INICIO IS NUMERIC
                  AND WS-HR-FIM IS NUMERIC
                  AND WS-HI-HORA < 24 AND WS-HI-MIN < 60
                  AND WS-HF-HORA < 24 AND WS-HF-MIN < 60
                  AND WS-HR-FIM > WS-HR-INICIO
                  MOVE 'S' TO WS-VALIDO
               ELSE
                  DISPLAY 'HORARIO INVALIDO!'
               END-IF
            END-PERFORM
            MOVE WS-HR-INICIO TO AV-HR-INICIO
            MOVE WS-HR-FIM    TO AV-HR-FIM.
       P220-EXIT.
            EXIT.

      * >>> PROFESSOR RESPONSAVEL: CADASTRADO E ATIVO NO PROFESSR.DAT
       P230-PROFESSOR.
            MOVE 'N' TO WS-VALIDO
            DISPLAY 'CODIGO DO PROFESSOR RESPONSAVEL: '
            ACCEPT WS-ID-PROF
            IF WS-ID-PROF IS NOT NUMERIC
               DISPLAY 'CODIGO INVALIDO!'
               GO TO P230-EXIT
            END-IF
            MOVE WS-ID-PROF TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      DISPLAY 'PROFESSOR NAO CADASTRADO!'
                      GO TO P230-EXIT
            END-READ
            IF PROF-INATIVO
               DISPLAY 'PROFESSOR INATIVO!'
               GO TO P230-EXIT
            END-IF
            DISPLAY 'PROFESSOR: ' PR-NM-PROF
            MOVE 'S' TO WS-VALIDO.
       P230-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE ZEROS  TO AV-CD-ATIVIDADE
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001U3 KEY IS NOT LESS AV-CD-ATIVIDADE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'ATIVIDADES LISTADAS: ' WS-R-LISTADOS.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001U3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            MOVE ZEROS TO WS-VAGAS
            IF AV-CAPACIDADE > AV-QT-INSCRITOS
               COMPUTE WS-VAGAS = AV-CAPACIDADE - AV-QT-INSCRITOS
            END-IF
            ADD 1 TO WS-R-LISTADOS
            DISPLAY AV-CD-ATIVIDADE ' ' AV-NOME ' ' AV-DIAS-SEMANA
                    ' ' AV-HR-INICIO '-' AV-HR-FIM ' ' AV-ST-ATIVIDADE
                    ' VAGAS ' WS-VAGAS ' ESPERA ' AV-QT-ESPERA
                    ' R$ ' AV-VL-MENSAL.
       P410-EXIT.
            EXIT.

      * >>> INATIVAR NAO CANCELA AS INSCRICOES - APENAS SUSPENDE A
      * >>> COBRANCA NO GERCOBRA E NOVAS INSCRICOES NO INSCATIV
       S500 SECTION.
       P500-SITUACAO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'ATIVIDADE NAO CADASTRADA!'
               GO TO P500-EXIT
            END-IF
            IF ATIVIDADE-ATIVA
               DISPLAY 'CONFIRMA INATIVACAO DA ATIVIDADE, (S)SIM'
                       ' (N)NAO'
            ELSE
               DISPLAY 'CONFIRMA REATIVACAO DA ATIVIDADE, (S)SIM'
                       ' (N)NAO'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P500-EXIT
            END-IF
            IF ATIVIDADE-ATIVA
               SET ATIVIDADE-INATIVA TO TRUE
            ELSE
               SET ATIVIDADE-ATIVA   TO TRUE
            END-IF
            MOVE WS-SS-OPERADOR TO AV-OPERADOR
            REWRITE REG-CFP001U3
            END-REWRITE
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'SITUACAO DA ATIVIDADE ATUALIZADA: '
                    AV-ST-ATIVIDADE.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U3
            CLOSE CFP001SA
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U3'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADATIVI'
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
            MOVE 'CADATIVI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADATIVI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ATIVIDADES GRAVADAS: ' WS-R-ATIVIDADES
            DISPLAY '--------------------------------------'
            MOVE 'CADATIVI' TO WS-LG-PROGRAMA
            MOVE 'ATIVIDADES GRAV' TO WS-LG-CONTADOR
            MOVE WS-R-ATIVIDADES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADATIVI.
