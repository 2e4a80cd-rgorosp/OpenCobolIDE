      *          ENTRADA E LIBERADA COMO 'MASTER' COM NIVEL SUPERVISOR
      *          EM TUDO, COM AVISO PARA CADASTRAR OS OPERADORES.
      *          DEVOLVE LK-LOGADO = 'S' OU 'N'
      * Update: 15-10-26 - SENHA GUARDADA SO COMO RESUMO (HASHSEN);
      *         REGISTRO ANTIGO COM SENHA LEGIVEL E CONVERTIDO NA
      *         PRIMEIRA ENTRADA CERTA. ERROS SEGUIDOS SOMAM EM
      *         OP-FALHAS ENTRE SESSOES E, NO LIMITE, BLOQUEIAM A
      *         CONTA ATE O SUPERVISOR DESBLOQUEAR NO CADOPER.
      *         SENHA VENCIDA OU PROVISORIA (OP-DT-SENHA ZERO) OBRIGA
      *         A TROCA, SEM REPETIR AS ULTIMAS SENHAS. POLITICA NO
      *         SENHAPOL.DAT: POSICOES 1-3 DIAS DE VALIDADE (090),
      *         4-5 ERROS ATE BLOQUEAR (05), 6 SENHAS NO HISTORICO
      *         (3, MAXIMO 5) E 7-9 DIAS DE AVISO ANTES DE VENCER (010)
      * Update: 15-10-26 - NA ENTRADA, EXIBE OS AVISOS NOVOS DEIXADOS
      *         PARA O OPERADOR NO AVISOPER.DAT (PEDIDOS DA FILA DE
      *         APROVACOES PERTO DE VENCER OU VENCIDOS, DO APRVENCE) E
      *         OS MARCA COMO LIDOS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGOPERA.
           SELECT LOG-SIGNON ASSIGN TO "C:/ARQUIVOS/SIGNON.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SIG.
           SELECT ARQ-POLITICA ASSIGN TO "C:/ARQUIVOS/SENHAPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-POL.
           SELECT CFP001W8 ASSIGN TO "C:/ARQUIVOS/AVISOPER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AV-CHAVE
                  FILE STATUS  IS WS-FS-AVI.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SJ.
           COPY REGOPER.
       FD  LOG-SIGNON.
       01  SIG-LINHA             PIC X(40).
       FD  ARQ-POLITICA.
       01  POL-REG.
           03 POL-DIAS-VALIDADE  PIC 9(03).
           03 POL-MAX-FALHAS     PIC 9(02).
           03 POL-QT-HISTORICO   PIC 9(01).
           03 POL-DIAS-AVISO     PIC 9(03).
       FD  CFP001W8.
           COPY REGAVOPE.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SIG          PIC 9(02) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.
           03 WS-FS-POL          PIC 9(02) VALUE ZEROS.
           03 WS-DIAS-VALIDADE   PIC 9(03) VALUE 090.
           03 WS-MAX-FALHAS      PIC 9(02) VALUE 05.
           03 WS-QT-HISTORICO    PIC 9(01) VALUE 3.
           03 WS-DIAS-AVISO      PIC 9(03) VALUE 010.
           03 WS-BLOQUEADA       PIC X(01) VALUE 'N'.
           03 WS-SENHA-OK        PIC X(01) VALUE 'N'.
           03 WS-TROCA-OK        PIC X(01) VALUE 'N'.
           03 WS-TENT-TROCA      PIC 9(01) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-SENHA      PIC S9(05) VALUE ZEROS.
           03 WS-DIAS-RESTAM     PIC S9(05) VALUE ZEROS.
           03 WS-DIAS-ED         PIC ZZZZ9.
           03 WS-NOVA-SENHA      PIC X(08) VALUE SPACES.
           03 WS-CONFIRMA-SENHA  PIC X(08) VALUE SPACES.
           03 WS-HX              PIC 9(01) VALUE ZEROS.
           03 WS-REPETIDA        PIC X(01) VALUE 'N'.
           03 WS-TROCA-NEGADA    PIC X(01) VALUE 'N'.
           03 WS-RESPOSTA        PIC X(01) VALUE SPACES.
           03 WS-FS-AVI          PIC 9(02) VALUE ZEROS.
           03 WS-QT-AVISOS       PIC 9(03) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A ROTINA DE RESUMO DA SENHA (HASHSEN)
       01  WS-HASH-AREA.
           03 WS-HS-ID-OPERADOR  PIC X(08) VALUE SPACES.
           03 WS-HS-SENHA        PIC X(08) VALUE SPACES.
           03 WS-HS-HASH         PIC 9(12) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR
       01  WS-SESSAO-AREA.
       P000-INICIO.
            MOVE 'N'    TO LK-LOGADO
            MOVE SPACES TO LK-MENSAGEM
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P030-LER-POLITICA THRU P030-EXIT

            OPEN I-O CFP001SJ
            IF WS-FS-OPE = 35
               PERFORM P200-BOOTSTRAP THRU P200-EXIT
               GOBACK

            PERFORM P100-TENTATIVA THRU P100-EXIT
                    UNTIL LK-LOGADO = 'S'
                       OR WS-BLOQUEADA = 'S'
                       OR WS-TROCA-NEGADA = 'S'
                       OR WS-TENTATIVAS NOT LESS 3
            CLOSE CFP001SJ

            EVALUATE TRUE
                WHEN LK-LOGADO = 'S'
                     CONTINUE
                WHEN WS-BLOQUEADA = 'S'
                     MOVE 'CONTA BLOQUEADA - PROCURE O SUPERVISOR'
                          TO LK-MENSAGEM
                WHEN WS-TROCA-NEGADA = 'S'
                     MOVE 'TROCA DE SENHA NAO CONCLUIDA - ACESSO NEGADO'
                          TO LK-MENSAGEM
                WHEN OTHER
                     MOVE 'TRES TENTATIVAS INVALIDAS - ACESSO NEGADO'
                          TO LK-MENSAGEM
            END-EVALUATE
            GOBACK.
       P000-EXIT.
            EXIT.

      * >>> POLITICA DE SENHAS: SEM O SENHAPOL.DAT OU COM A LINHA NAO
      * >>> NUMERICA, VALEM OS PADROES DA WORKING
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
                         MOVE POL-DIAS-VALIDADE TO WS-DIAS-VALIDADE
                         MOVE POL-MAX-FALHAS    TO WS-MAX-FALHAS
                         MOVE POL-QT-HISTORICO  TO WS-QT-HISTORICO
                         MOVE POL-DIAS-AVISO    TO WS-DIAS-AVISO
                      END-IF
            END-READ
            CLOSE ARQ-POLITICA
            IF WS-QT-HISTORICO > 5
               MOVE 5 TO WS-QT-HISTORICO
            END-IF
            IF WS-MAX-FALHAS = ZEROS
               MOVE 05 TO WS-MAX-FALHAS
            END-IF.
       P030-EXIT.
            EXIT.

       S100 SECTION.
       P100-TENTATIVA.
            ADD 1 TO WS-TENTATIVAS
            END-READ

            IF OPERADOR-INATIVO
               DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
               GO TO P100-EXIT
            END-IF
            IF OPERADOR-BLOQUEADO
               DISPLAY 'CONTA BLOQUEADA POR EXCESSO DE ERROS DE SENHA.'
               DISPLAY 'PROCURE O SUPERVISOR PARA DESBLOQUEAR.'
               MOVE 'S' TO WS-BLOQUEADA
               GO TO P100-EXIT
            END-IF
            IF OP-FALHAS NOT NUMERIC
               MOVE ZEROS TO OP-FALHAS
            END-IF

            PERFORM P110-CONFERE-SENHA THRU P110-EXIT
            IF WS-SENHA-OK NOT = 'S'
               ADD 1 TO OP-FALHAS
               IF OP-FALHAS NOT LESS WS-MAX-FALHAS
                  SET OPERADOR-BLOQUEADO TO TRUE
                  MOVE 'S' TO WS-BLOQUEADA
                  DISPLAY 'SENHA INVALIDA - LIMITE DE ERROS ATINGIDO.'
                  DISPLAY 'CONTA BLOQUEADA - PROCURE O SUPERVISOR.'
               ELSE
                  DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
               END-IF
               REWRITE REG-CFP001SJ
               GO TO P100-EXIT
            END-IF

            MOVE ZEROS TO OP-FALHAS
            PERFORM P300-VALIDADE THRU P300-EXIT
            REWRITE REG-CFP001SJ
            IF WS-TROCA-OK NOT = 'S'
               DISPLAY 'TROCA DE SENHA OBRIGATORIA NAO CONCLUIDA.'
               MOVE 'S' TO WS-TROCA-NEGADA
               GO TO P100-EXIT
            END-IF

            MOVE 'G'               TO WS-SS-FUNCAO
            MOVE OP-ID-OPERADOR    TO WS-SS-OPERADOR
            MOVE 'S' TO LK-LOGADO
            PERFORM P150-LOG-SIGNON THRU P150-EXIT
            CALL 'TREBANNER'
            DISPLAY 'BEM-VINDO, ' OP-NOME
            PERFORM P400-AVISOS THRU P400-EXIT.
       P100-EXIT.
            EXIT.

      * >>> CONFERE A SENHA PELO RESUMO. REGISTRO AINDA SEM RESUMO
      * >>> (GRAVADO ANTES DA SENHA RESUMIDA) CONFERE A SENHA LEGIVEL
      * >>> E, ACERTANDO, JA PASSA A GUARDAR SO O RESUMO
       P110-CONFERE-SENHA.
            MOVE 'N'               TO WS-SENHA-OK
            MOVE OP-ID-OPERADOR    TO WS-HS-ID-OPERADOR
            MOVE WS-SENHA-DIGITADA TO WS-HS-SENHA
            CALL 'HASHSEN' USING WS-HASH-AREA
            IF OP-SENHA-HASH IS NUMERIC
               AND OP-SENHA-HASH NOT = ZEROS
               IF WS-HS-HASH = OP-SENHA-HASH
                  MOVE 'S' TO WS-SENHA-OK
               END-IF
               GO TO P110-EXIT
            END-IF
            IF OP-SENHA NOT = SPACES
               AND OP-SENHA = WS-SENHA-DIGITADA
               MOVE 'S'          TO WS-SENHA-OK
               MOVE WS-HS-HASH   TO OP-SENHA-HASH
               MOVE SPACES       TO OP-SENHA
               MOVE WS-DATA-HOJE TO OP-DT-SENHA
               PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
                  MOVE ZEROS TO OP-HIST-SENHA(WS-HX)
               END-PERFORM
            END-IF.
       P110-EXIT.
            EXIT.

      * >>> PRIMEIRA IMPLANTACAO: SEM MESTRE DE OPERADORES, LIBERA A
      * >>> ENTRADA COMO MASTER/SUPERVISOR E AVISA PARA CADASTRAR
      * >>> LINHA: DATA/HORA|OPERADOR - O RELATIVI LE PARA MONTAR OS
            MOVE 'S' TO LK-LOGADO.
       P200-EXIT.
            EXIT.

      * >>> VALIDADE DA SENHA: DATA ZERADA (SENHA PROVISORIA DADA PELO
      * >>> SUPERVISOR) OU MAIS DIAS QUE A POLITICA OBRIGAM A TROCA;
      * >>> PERTO DE VENCER, SO AVISA
       S300 SECTION.
       P300-VALIDADE.
            MOVE 'S' TO WS-TROCA-OK
            IF OP-DT-SENHA NOT NUMERIC
               OR OP-DT-SENHA = ZEROS
               DISPLAY 'SENHA PROVISORIA - CADASTRE UMA NOVA SENHA.'
               PERFORM P310-TROCA THRU P310-EXIT
               GO TO P300-EXIT
            END-IF
            COMPUTE WS-DIAS-SENHA =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE (OP-DT-SENHA)
            COMPUTE WS-DIAS-RESTAM = WS-DIAS-VALIDADE - WS-DIAS-SENHA
            IF WS-DIAS-RESTAM < 0
               DISPLAY 'SENHA VENCIDA - CADASTRE UMA NOVA SENHA.'
               PERFORM P310-TROCA THRU P310-EXIT
               GO TO P300-EXIT
            END-IF
            IF WS-DIAS-RESTAM NOT > WS-DIAS-AVISO
               MOVE WS-DIAS-RESTAM TO WS-DIAS-ED
               DISPLAY 'ATENCAO: SUA SENHA VENCE EM ' WS-DIAS-ED
                       ' DIA(S). TROCAR AGORA? (S/N)'
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = 'S' OR 's'
                  PERFORM P310-TROCA THRU P310-EXIT
                  MOVE 'S' TO WS-TROCA-OK
               END-IF
            END-IF.
       P300-EXIT.
            EXIT.

       P310-TROCA.
            MOVE 'N'   TO WS-TROCA-OK
            MOVE ZEROS TO WS-TENT-TROCA
            PERFORM P320-NOVA-SENHA THRU P320-EXIT
                    UNTIL WS-TROCA-OK = 'S'
                       OR WS-TENT-TROCA NOT LESS 3.
       P310-EXIT.
            EXIT.

      * >>> NOVA SENHA: DIGITADA DUAS VEZES, DIFERENTE DA ATUAL E DAS
      * >>> ULTIMAS DO HISTORICO; A ATUAL DESCE PARA O HISTORICO
       P320-NOVA-SENHA.
            ADD 1 TO WS-TENT-TROCA
            DISPLAY 'NOVA SENHA: '
            ACCEPT WS-NOVA-SENHA
            DISPLAY 'CONFIRME A NOVA SENHA: '
            ACCEPT WS-CONFIRMA-SENHA
            IF WS-NOVA-SENHA = SPACES
               OR WS-NOVA-SENHA NOT = WS-CONFIRMA-SENHA
               DISPLAY 'SENHAS EM BRANCO OU DIFERENTES!'
               GO TO P320-EXIT
            END-IF
            MOVE OP-ID-OPERADOR TO WS-HS-ID-OPERADOR
            MOVE WS-NOVA-SENHA  TO WS-HS-SENHA
            CALL 'HASHSEN' USING WS-HASH-AREA
            MOVE 'N' TO WS-REPETIDA
            IF WS-HS-HASH = OP-SENHA-HASH
               MOVE 'S' TO WS-REPETIDA
            END-IF
            PERFORM VARYING WS-HX FROM 1 BY 1
                    UNTIL WS-HX > WS-QT-HISTORICO
               IF OP-HIST-SENHA(WS-HX) = WS-HS-HASH
                  MOVE 'S' TO WS-REPETIDA
               END-IF
            END-PERFORM
            IF WS-REPETIDA = 'S'
               DISPLAY 'SENHA JA USADA RECENTEMENTE - ESCOLHA OUTRA.'
               GO TO P320-EXIT
            END-IF
            PERFORM VARYING WS-HX FROM 5 BY -1 UNTIL WS-HX < 2
               MOVE OP-HIST-SENHA(WS-HX - 1) TO OP-HIST-SENHA(WS-HX)
            END-PERFORM
            MOVE OP-SENHA-HASH TO OP-HIST-SENHA(1)
            MOVE WS-HS-HASH    TO OP-SENHA-HASH
            MOVE SPACES        TO OP-SENHA
            MOVE WS-DATA-HOJE  TO OP-DT-SENHA
            MOVE 'S'           TO WS-TROCA-OK
            DISPLAY 'SENHA ALTERADA.'.
       P320-EXIT.
            EXIT.

      * >>> AVISOS NOVOS DO OPERADOR (AVISOPER.DAT), DO MAIS ANTIGO
      * >>> PARA O MAIS RECENTE; CADA AVISO EXIBIDO E MARCADO LIDO
       S400 SECTION.
       P400-AVISOS.
            OPEN I-O CFP001W8
            IF WS-FS-AVI NOT = 00
               GO TO P400-EXIT
            END-IF
            MOVE ZEROS          TO WS-QT-AVISOS
            MOVE OP-ID-OPERADOR TO AV-OPERADOR
            MOVE ZEROS          TO AV-DATA AV-SEQ
            START CFP001W8 KEY IS NOT LESS AV-CHAVE
                  INVALID KEY
                       CLOSE CFP001W8
                       GO TO P400-EXIT
            END-START
            PERFORM P410-LER-AVISO THRU P410-EXIT
                    UNTIL WS-FS-AVI NOT = 00
            CLOSE CFP001W8
            IF WS-QT-AVISOS > ZEROS
               DISPLAY '-------------------------------------'
            END-IF.
       P400-EXIT.
            EXIT.

       P410-LER-AVISO.
            READ CFP001W8 NEXT RECORD
                 AT END
                      GO TO P410-EXIT
            END-READ
            IF AV-OPERADOR NOT = OP-ID-OPERADOR
               MOVE 10 TO WS-FS-AVI
               GO TO P410-EXIT
            END-IF
            IF NOT AVISO-NOVO
               GO TO P410-EXIT
            END-IF
            IF WS-QT-AVISOS = ZEROS
               DISPLAY '-------------------------------------'
               DISPLAY ' AVISOS PARA VOCE'
               DISPLAY '-------------------------------------'
            END-IF
            ADD 1 TO WS-QT-AVISOS
            DISPLAY ' ' AV-DATA(7:2) '/' AV-DATA(5:2) ' ' AV-TEXTO
            SET AVISO-LIDO TO TRUE
            REWRITE REG-CFP001W8
            END-REWRITE.
       P410-EXIT.
            EXIT.
       END PROGRAM LOGOPERA.
