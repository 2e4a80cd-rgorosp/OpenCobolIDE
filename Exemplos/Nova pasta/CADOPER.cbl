      *          (1 = CONSULTA, 2 = CADASTRO, 3 = SUPERVISOR) E
      *          SITUACAO. SOMENTE OPERADOR COM NIVEL SUPERVISOR NO
      *          SUBSISTEMA BATCH PODE USAR ESTA MANUTENCAO
      * Update: 15-10-26 - VINCULO OPCIONAL DO OPERADOR COM O SEU
      *         REGISTRO NO MESTRE DE FUNCIONARIOS (OP-ID-FUNC,
      *         CFP001T6; ZERO = SEM VINCULO), CONFERIDO NO CADASTRO
      * Update: 15-10-26 - SENHA GRAVADA SO COMO RESUMO (HASHSEN) E
      *         SEMPRE COMO PROVISORIA (OP-DT-SENHA ZERO: O LOGOPERA
      *         OBRIGA A TROCA NA ENTRADA); NA ALTERACAO, SENHA EM
      *         BRANCO MANTEM A ATUAL E A NOVA NAO PODE REPETIR AS
      *         ULTIMAS DO HISTORICO (SENHAPOL.DAT). NOVAS OPCOES
      *         (D)ESBLOQUEAR A CONTA TRAVADA POR ERROS DE SENHA E
      *         (R)ELATORIO DE CONTAS BLOQUEADAS E SENHAS VENCENDO
      *         (RELSENHA); A LISTAGEM MOSTRA DATA DA SENHA E ERROS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOPER.
                  FILE STATUS  IS WS-FS-OPE
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN.
           SELECT ARQ-POLITICA ASSIGN TO "C:/ARQUIVOS/SENHAPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-POL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SJ.
           COPY REGOPER.
       FD  CFP001T6.
           COPY REGFUNCI.
       FD  ARQ-POLITICA.
       01  POL-REG.
           03 POL-DIAS-VALIDADE  PIC 9(03).
           03 POL-MAX-FALHAS     PIC 9(02).
           03 POL-QT-HISTORICO   PIC 9(01).
           03 POL-DIAS-AVISO     PIC 9(03).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-O-OPE           PIC 9(02) VALUE ZEROS.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-FUNCIONA    PIC X(01) VALUE 'N'.
           03 WS-FUNC-OK         PIC X(01) VALUE 'N'.
           03 WS-FS-POL          PIC 9(02) VALUE ZEROS.
           03 WS-QT-HISTORICO    PIC 9(01) VALUE 3.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-SENHA-OK        PIC X(01) VALUE 'N'.
           03 WS-HX              PIC 9(01) VALUE ZEROS.
           03 WS-CMD             PIC X(80) VALUE SPACES.

       01  WS-OPERADOR.
           03 WS-ID              PIC X(08) VALUE SPACES.
           03 WS-NV-BATCH        PIC X(01) VALUE '1'.
           03 WS-ID-PROF         PIC 9(03) VALUE ZEROS.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-ID-FUNC         PIC 9(05) VALUE ZEROS.
       77  WS-NIVEL-OK           PIC X(01) VALUE '1'.

      * AREA DE COMUNICACAO COM A ROTINA DE RESUMO DA SENHA (HASHSEN)
       01  WS-HASH-AREA.
           03 WS-HS-ID-OPERADOR  PIC X(08) VALUE SPACES.
           03 WS-HS-SENHA        PIC X(08) VALUE SPACES.
           03 WS-HS-HASH         PIC 9(12) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR
       01  WS-SESSAO-AREA.
           03 WS-SS-FUNCAO       PIC X(01) VALUE SPACES.
               GOBACK
            END-IF

            PERFORM P030-LER-POLITICA THRU P030-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
            PERFORM P700-FECHAR
       P000-EXIT.
            EXIT.

      * >>> DA POLITICA DE SENHAS SO INTERESSA AQUI O TAMANHO DO
      * >>> HISTORICO (POSICAO 6 DO SENHAPOL.DAT, PADRAO 3)
       S030 SECTION.
       P030-LER-POLITICA.
            OPEN INPUT ARQ-POLITICA
            IF WS-FS-POL NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-POLITICA
                 AT END
                      CONTINUE
                 NOT AT END
                      IF POL-REG IS NUMERIC
                         MOVE POL-QT-HISTORICO TO WS-QT-HISTORICO
                      END-IF
            END-READ
            CLOSE ARQ-POLITICA
            IF WS-QT-HISTORICO > 5
               MOVE 5 TO WS-QT-HISTORICO
            END-IF.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SJ
               DISPLAY 'ERRO ABERTURA DO OPERADOR.DAT: ' WS-FS-OPE
               GOBACK
            END-IF
            END-IF

      * >>> SEM MESTRE DE FUNCIONARIOS, O VINCULO NAO E CONFERIDO
            OPEN INPUT CFP001T6
            IF WS-FS-FUN NOT = 00
               MOVE 'S' TO WS-SEM-FUNCIONA
            END-IF.
       P050-EXIT.
            EXIT.
       P100-MANUTENCAO.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY '(C)ADASTRAR/ALTERAR, (I)NATIVAR, (D)ESBLOQUEAR'
                       ', (L)ISTAR OU (R)ELATORIO DE SENHAS: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 'C'
                     PERFORM P300-INATIVAR THRU P300-EXIT
                   WHEN 'L'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN 'D'
                     PERFORM P350-DESBLOQUEAR THRU P350-EXIT
                   WHEN 'R'
                     PERFORM P500-RELATORIO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'ID OBRIGATORIO! DIGITE O ID: '
               ACCEPT WS-ID
            END-PERFORM

      * >>> LE ANTES DE ALTERAR PARA PRESERVAR RESUMO, HISTORICO,
      * >>> DATA DA SENHA E CONTADOR DE ERROS
            INITIALIZE REG-CFP001SJ
            MOVE 'N'   TO WS-EXISTE
            MOVE WS-ID TO OP-ID-OPERADOR
            READ CFP001SJ
                 KEY IS OP-ID-OPERADOR
                 INVALID KEY
                      INITIALIZE REG-CFP001SJ
                 NOT INVALID KEY
                      MOVE 'S' TO WS-EXISTE
            END-READ
            IF WS-EXISTE = 'S'
               DISPLAY 'OPERADOR JA CADASTRADO - ALTERACAO'
            END-IF
            DISPLAY 'DIGITE O NOME DO OPERADOR: '
            ACCEPT WS-NOME
            MOVE 'N' TO WS-SENHA-OK
            PERFORM P270-SENHA THRU P270-EXIT
                    UNTIL WS-SENHA-OK = 'S'
            DISPLAY 'NIVEL CONTATOS (1=CONSULTA 2=CADASTRO'
                    ' 3=SUPERVISOR): '
            ACCEPT WS-NV-CONTATOS
            MOVE SPACES TO WS-UNIDADE
            ACCEPT WS-UNIDADE

            MOVE 'N' TO WS-FUNC-OK
            PERFORM UNTIL WS-FUNC-OK = 'S'
               DISPLAY 'VINCULO COM FUNCIONARIO (ID 5 DIGITOS, 00000'
                       ' SEM VINCULO): '
               ACCEPT WS-ID-FUNC
               PERFORM P260-VALIDA-FUNC THRU P260-EXIT
            END-PERFORM

            MOVE WS-ID          TO OP-ID-OPERADOR
            MOVE WS-NOME        TO OP-NOME
            MOVE WS-NV-CONTATOS TO OP-NIVEL-CONTATOS
            MOVE WS-NV-ALUNOS   TO OP-NIVEL-ALUNOS
            MOVE WS-NV-MATERIAS TO OP-NIVEL-MATERIAS
            MOVE WS-NV-BATCH    TO OP-NIVEL-BATCH
            MOVE WS-ID-PROF     TO OP-ID-PROF
            MOVE WS-UNIDADE     TO OP-UNIDADE
            MOVE WS-ID-FUNC     TO OP-ID-FUNC
            SET OPERADOR-ATIVO  TO TRUE
            WRITE REG-CFP001SJ
                  INVALID KEY
       P250-EXIT.
            EXIT.

      * >>> FUNCIONARIO VINCULADO TEM QUE EXISTIR E ESTAR ATIVO
       P260-VALIDA-FUNC.
            MOVE 'N' TO WS-FUNC-OK
            IF WS-ID-FUNC IS NOT NUMERIC
               DISPLAY 'ID INVALIDO!'
               GO TO P260-EXIT
            END-IF
            IF WS-ID-FUNC = ZEROS
               OR WS-SEM-FUNCIONA = 'S'
               MOVE 'S' TO WS-FUNC-OK
               GO TO P260-EXIT
            END-IF
            MOVE WS-ID-FUNC TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      DISPLAY 'FUNCIONARIO NAO CADASTRADO!'
                      GO TO P260-EXIT
            END-READ
            IF FUNC-INATIVO
               DISPLAY 'FUNCIONARIO DESLIGADO: ' FU-NM-FUNC
               GO TO P260-EXIT
            END-IF
            DISPLAY 'FUNCIONARIO: ' FU-NM-FUNC ' - ' FU-CARGO
            MOVE 'S' TO WS-FUNC-OK.
       P260-EXIT.
            EXIT.

      * >>> SENHA PROVISORIA: OBRIGATORIA NO CADASTRO, BRANCO MANTEM A
      * >>> ATUAL NA ALTERACAO; NAO PODE REPETIR A ATUAL NEM AS ULTIMAS
      * >>> DO HISTORICO. GRAVADA SO O RESUMO, COM DATA ZERO PARA O
      * >>> LOGOPERA EXIGIR A TROCA NA PRIMEIRA ENTRADA
       P270-SENHA.
            IF WS-EXISTE = 'S'
               DISPLAY 'NOVA SENHA PROVISORIA (8 POSICOES, BRANCO'
                       ' MANTEM A ATUAL): '
            ELSE
               DISPLAY 'DIGITE A SENHA PROVISORIA (8 POSICOES): '
            END-IF
            MOVE SPACES TO WS-SENHA
            ACCEPT WS-SENHA
            IF WS-SENHA = SPACES
               IF WS-EXISTE = 'S'
                  MOVE 'S' TO WS-SENHA-OK
               ELSE
                  DISPLAY 'SENHA OBRIGATORIA!'
               END-IF
               GO TO P270-EXIT
            END-IF
            IF OP-SENHA-HASH NOT NUMERIC
               MOVE ZEROS TO OP-SENHA-HASH
            END-IF
            PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
               IF OP-HIST-SENHA(WS-HX) NOT NUMERIC
                  MOVE ZEROS TO OP-HIST-SENHA(WS-HX)
               END-IF
            END-PERFORM
            MOVE WS-ID    TO WS-HS-ID-OPERADOR
            MOVE WS-SENHA TO WS-HS-SENHA
            CALL 'HASHSEN' USING WS-HASH-AREA
            IF WS-HS-HASH = OP-SENHA-HASH
               DISPLAY 'SENHA JA USADA RECENTEMENTE - ESCOLHA OUTRA.'
               GO TO P270-EXIT
            END-IF
            PERFORM VARYING WS-HX FROM 1 BY 1
                    UNTIL WS-HX > WS-QT-HISTORICO
               IF OP-HIST-SENHA(WS-HX) = WS-HS-HASH
                  DISPLAY 'SENHA JA USADA RECENTEMENTE - ESCOLHA OUTRA.'
                  GO TO P270-EXIT
               END-IF
            END-PERFORM
            IF OP-SENHA-HASH NOT = ZEROS
               PERFORM VARYING WS-HX FROM 5 BY -1 UNTIL WS-HX < 2
                  MOVE OP-HIST-SENHA(WS-HX - 1) TO OP-HIST-SENHA(WS-HX)
               END-PERFORM
               MOVE OP-SENHA-HASH TO OP-HIST-SENHA(1)
            END-IF
            MOVE WS-HS-HASH TO OP-SENHA-HASH
            MOVE SPACES     TO OP-SENHA
            MOVE ZEROS      TO OP-DT-SENHA
            MOVE ZEROS      TO OP-FALHAS
            MOVE 'S'        TO WS-SENHA-OK.
       P270-EXIT.
            EXIT.

       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'DIGITE O ID DO OPERADOR A INATIVAR: '
       P300-EXIT.
            EXIT.

      * >>> CONTA TRAVADA PELO LOGOPERA APOS ERROS SEGUIDOS DE SENHA
       S350 SECTION.
       P350-DESBLOQUEAR.
            DISPLAY 'DIGITE O ID DO OPERADOR A DESBLOQUEAR: '
            ACCEPT OP-ID-OPERADOR
            READ CFP001SJ
                 KEY IS OP-ID-OPERADOR
                 INVALID KEY
                      DISPLAY 'OPERADOR INEXISTENTE!'
                      DISPLAY ' '
                      GO TO P350-EXIT
            END-READ
            IF NOT OPERADOR-BLOQUEADO
               DISPLAY 'OPERADOR NAO ESTA BLOQUEADO!'
               DISPLAY ' '
               GO TO P350-EXIT
            END-IF
            SET OPERADOR-ATIVO TO TRUE
            MOVE ZEROS TO OP-FALHAS
            REWRITE REG-CFP001SJ
            END-REWRITE
            DISPLAY 'OPERADOR DESBLOQUEADO! SE FOR CASO DE SENHA'
                    ' ESQUECIDA, CADASTRE UMA PROVISORIA (C).'
            DISPLAY ' '.
       P350-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE SPACES TO OP-ID-OPERADOR
                              OP-NIVEL-ALUNOS OP-NIVEL-MATERIAS
                              OP-NIVEL-FINAN OP-NIVEL-BATCH
                              ' SIT ' OP-ST-OPERADOR
                              ' FUNC ' OP-ID-FUNC
                              ' SENHA ' OP-DT-SENHA
                              ' ERROS ' OP-FALHAS
            END-READ.
       P410-EXIT.
            EXIT.

      * >>> O RELSENHA RODA EM SEPARADO E LE O MESTRE, QUE E FECHADO
      * >>> DURANTE A EXECUCAO E REABERTO NA VOLTA
       S500 SECTION.
       P500-RELATORIO.
            CLOSE CFP001SJ
            MOVE 'RELSENHA ' TO WS-CMD
            DISPLAY 'DISPARANDO JOB: ' WS-CMD
            CALL 'SYSTEM' USING WS-CMD
            DISPLAY 'JOB ' WS-CMD ' FINALIZADO'
            OPEN I-O CFP001SJ
            IF WS-FS-OPE NOT = 00
               DISPLAY 'ERRO REABERTURA DO OPERADOR.DAT: ' WS-FS-OPE
               GOBACK
            END-IF.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SJ
            IF WS-SEM-FUNCIONA = 'N'
               CLOSE CFP001T6
            END-IF.
       P700-EXIT.
            EXIT.

