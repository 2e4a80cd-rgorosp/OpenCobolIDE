      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: MANUTENCAO DO MESTRE DE FUNCIONARIOS (CFP001T6,
      *          FUNCIONA.DAT) - QUADRO DE PESSOAL DA ESCOLA, DOCENTE
      *          E NAO DOCENTE (SECRETARIA, PORTARIA, CANTINA...),
      *          COM UNIDADE (UNIDADES.DAT, CFP001SK) E DEPARTAMENTO
      *          (DEPA_CADASTRO.DAT, CFP001T7) VALIDADOS NO CADASTRO.
      *          OPCOES:
      *            C - CADASTRAR/ALTERAR FUNCIONARIO;
      *            I - DESLIGAR (INATIVA COM A DATA DE DESLIGAMENTO);
      *            L - LISTAR O QUADRO;
      *            D - CADASTRAR/ALTERAR DEPARTAMENTO;
      *            M - MIGRAR OS FUNCIONARIOS DO FUNC_CADASTRO.DAT
      *                (CADASTRO ANTIGO DO C4A02P04) - A MATRICULA
      *                ANTIGA VIRA O ID DO FUNCIONARIO E FICA GUARDADA
      *                EM FU-MATR-ANTIGA; QUEM JA EXISTE E IGNORADO.
      *          OPERADORES (OP-ID-FUNC) E PROFESSORES (PR-ID-FUNC)
      *          APONTAM PARA O ID DO FUNCIONARIO. EXIGE NIVEL
      *          CADASTRO OU SUPERVISOR NO SUBSISTEMA BATCH
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFUNC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001T7 ASSIGN TO "C:/ARQUIVOS/DEPA_CADASTRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-ID-DEPTO
                  FILE STATUS  IS WS-FS-DEP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
           SELECT ARQ-FUNCANT ASSIGN TO "C:/ARQUIVOS/FUNC_CADASTRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FA-MATRICULA
                  FILE STATUS  IS WS-FS-ANT.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T6.
           COPY REGFUNCI.
       FD  CFP001T7.
           COPY REGDEPTO.
       FD  CFP001SK.
           COPY REGUNID.
       FD  ARQ-FUNCANT.
       01  FA-REG.
           03 FA-DEPTO           PIC 9(02).
           03 FA-MATRICULA       PIC 9(03).
           03 FA-NOME            PIC X(20).
           03 FA-SAL-HORA        PIC 9(03)V99.
           03 FA-HRS-MES         PIC 9(03)V99.
           03 FILLER             PIC X(05).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ANT          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-O-FUN           PIC 9(04) VALUE ZEROS.
           03 WS-O-DEP           PIC 9(02) VALUE ZEROS.
           03 WS-O-MIG           PIC 9(04) VALUE ZEROS.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-SEM-UNIDADES    PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

       01  WS-FUNCIONARIO.
           03 WS-ID-FUNC         PIC 9(05) VALUE ZEROS.
           03 WS-NM-FUNC         PIC X(30) VALUE SPACES.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-ID-DEPTO        PIC 9(02) VALUE ZEROS.
           03 WS-CARGO           PIC X(20) VALUE SPACES.
           03 WS-TIPO            PIC X(01) VALUE SPACES.
           03 WS-TL-FUNC         PIC X(09) VALUE SPACES.
           03 WS-DT-ADMISSAO     PIC 9(08) VALUE ZEROS.
           03 WS-DT-DESLIGAMENTO PIC 9(08) VALUE ZEROS.
       77  WS-NM-DEPTO           PIC X(16) VALUE SPACES.
       77  WS-UNIDADE-MIG        PIC X(03) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR
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
            IF WS-SS-NV-BATCH NOT = '2' AND WS-SS-NV-BATCH NOT = '3'
               DISPLAY 'OPERADOR SEM NIVEL PARA MANTER FUNCIONARIOS!'
               GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE

            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001T6
            IF WS-FS-FUN = 35 THEN
               OPEN OUTPUT CFP001T6
               CLOSE CFP001T6
               OPEN I-O CFP001T6
            END-IF
            IF WS-FS-FUN NOT = 00
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001T7
            IF WS-FS-DEP = 35 THEN
               OPEN OUTPUT CFP001T7
               CLOSE CFP001T7
               OPEN I-O CFP001T7
            END-IF
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE UNIDADES, A UNIDADE NAO E CONFERIDA
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNIDADES
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MANUTENCAO.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY '(C)ADASTRAR/ALTERAR, (I)NATIVAR, (L)ISTAR,'
                       ' (D)EPARTAMENTO OU (M)IGRAR CADASTRO ANTIGO: '
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 'C'
                     PERFORM P200-CADASTRAR THRU P200-EXIT
                   WHEN 'I'
                     PERFORM P300-INATIVAR THRU P300-EXIT
                   WHEN 'L'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN 'D'
                     PERFORM P500-DEPARTAMENTO THRU P500-EXIT
                   WHEN 'M'
                     PERFORM P600-MIGRAR THRU P600-EXIT
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
            DISPLAY 'DIGITE O ID DO FUNCIONARIO (5 DIGITOS): '
            ACCEPT WS-ID-FUNC
            PERFORM UNTIL WS-ID-FUNC IS NUMERIC
                          AND WS-ID-FUNC > ZEROS
               DISPLAY 'ID INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-ID-FUNC
            END-PERFORM

      * >>> NA ALTERACAO, PRESERVA ADMISSAO E MATRICULA ANTIGA
            MOVE WS-ID-FUNC TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      INITIALIZE REG-CFP001T6
                      MOVE WS-ID-FUNC TO FU-ID-FUNC
                 NOT INVALID KEY
                      DISPLAY 'FUNCIONARIO ATUAL: ' FU-NM-FUNC
                              ' - ' FU-CARGO
            END-READ

            DISPLAY 'DIGITE O NOME DO FUNCIONARIO: '
            ACCEPT WS-NM-FUNC
            PERFORM UNTIL WS-NM-FUNC NOT = SPACES
               DISPLAY 'NOME OBRIGATORIO! DIGITE O NOME: '
               ACCEPT WS-NM-FUNC
            END-PERFORM

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'DIGITE A UNIDADE DE LOTACAO (3 POSICOES): '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               PERFORM P250-VALIDA-UNIDADE THRU P250-EXIT
            END-PERFORM

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'DIGITE O DEPARTAMENTO (2 DIGITOS): '
               ACCEPT WS-ID-DEPTO
               PERFORM P260-VALIDA-DEPTO THRU P260-EXIT
            END-PERFORM

            DISPLAY 'DIGITE O CARGO/FUNCAO: '
            MOVE SPACES TO WS-CARGO
            ACCEPT WS-CARGO
            DISPLAY 'TIPO (D=DOCENTE A=ADMINISTRATIVO S=APOIO/'
                    'SERVICOS): '
            ACCEPT WS-TIPO
            PERFORM UNTIL WS-TIPO = 'D' OR 'A' OR 'S'
               DISPLAY 'TIPO INVALIDO! DIGITE D, A OU S: '
               ACCEPT WS-TIPO
            END-PERFORM
            DISPLAY 'DIGITE O TELEFONE (9 DIGITOS): '
            ACCEPT WS-TL-FUNC
            PERFORM UNTIL WS-TL-FUNC IS NUMERIC
               DISPLAY 'TELEFONE INVALIDO! DIGITE SOMENTE OS 9'
                       ' DIGITOS NUMERICOS: '
               ACCEPT WS-TL-FUNC
            END-PERFORM
            IF FU-DT-ADMISSAO = ZEROS
               DISPLAY 'DATA DE ADMISSAO (AAAAMMDD, 0 = HOJE): '
               ACCEPT WS-DT-ADMISSAO
               IF WS-DT-ADMISSAO IS NOT NUMERIC
                  OR WS-DT-ADMISSAO = ZEROS
                  MOVE WS-DATA-HOJE TO WS-DT-ADMISSAO
               END-IF
               MOVE WS-DT-ADMISSAO TO FU-DT-ADMISSAO
            END-IF

            MOVE WS-NM-FUNC     TO FU-NM-FUNC
            MOVE WS-UNIDADE     TO FU-UNIDADE
            MOVE WS-ID-DEPTO    TO FU-ID-DEPTO
            MOVE WS-CARGO       TO FU-CARGO
            MOVE WS-TIPO        TO FU-TIPO
            MOVE WS-TL-FUNC     TO FU-TL-FUNC
            MOVE ZEROS          TO FU-DT-DESLIGAMENTO
            MOVE WS-SS-OPERADOR TO FU-OPERADOR
            SET FUNC-ATIVO      TO TRUE
            WRITE REG-CFP001T6
                  INVALID KEY
                       REWRITE REG-CFP001T6
                       END-REWRITE
                       DISPLAY 'FUNCIONARIO ALTERADO!'
                       DISPLAY ' '
                  NOT INVALID KEY
                       DISPLAY 'FUNCIONARIO CADASTRADO!'
                       DISPLAY ' '
            END-WRITE

            IF WS-FS-FUN NOT = 00 THEN
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001T6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               ADD 1 TO WS-O-FUN
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> UNIDADE TEM QUE EXISTIR E ESTAR ATIVA NO CFP001SK
       P250-VALIDA-UNIDADE.
            MOVE 'N' TO WS-VALIDO
            IF WS-UNIDADE = SPACES
               DISPLAY 'UNIDADE OBRIGATORIA!'
               GO TO P250-EXIT
            END-IF
            IF WS-SEM-UNIDADES = 'S'
               MOVE 'S' TO WS-VALIDO
               GO TO P250-EXIT
            END-IF
            MOVE WS-UNIDADE TO UN-CODIGO
            READ CFP001SK
                 KEY IS UN-CODIGO
                 INVALID KEY
                      DISPLAY 'UNIDADE NAO CADASTRADA!'
                      GO TO P250-EXIT
            END-READ
            IF UNIDADE-INATIVA
               DISPLAY 'UNIDADE INATIVA: ' UN-NOME
               GO TO P250-EXIT
            END-IF
            MOVE 'S' TO WS-VALIDO.
       P250-EXIT.
            EXIT.

      * >>> DEPARTAMENTO TEM QUE EXISTIR NO CFP001T7 (OPCAO D)
       P260-VALIDA-DEPTO.
            MOVE 'N' TO WS-VALIDO
            IF WS-ID-DEPTO IS NOT NUMERIC
               DISPLAY 'DEPARTAMENTO INVALIDO!'
               GO TO P260-EXIT
            END-IF
            MOVE WS-ID-DEPTO TO DP-ID-DEPTO
            READ CFP001T7
                 KEY IS DP-ID-DEPTO
                 INVALID KEY
                      DISPLAY 'DEPARTAMENTO NAO CADASTRADO! USE A'
                              ' OPCAO (D) PARA INCLUI-LO'
                      GO TO P260-EXIT
            END-READ
            DISPLAY 'DEPARTAMENTO: ' DP-NM-DEPTO
            MOVE 'S' TO WS-VALIDO.
       P260-EXIT.
            EXIT.

      * >>> DESLIGAMENTO SEM EXCLUIR: OPERADORES E PROFESSORES JA
      * >>> VINCULADOS SEGUEM APONTANDO PARA O FUNCIONARIO
       S300 SECTION.
       P300-INATIVAR.
            DISPLAY 'DIGITE O ID DO FUNCIONARIO A DESLIGAR: '
            ACCEPT WS-ID-FUNC
            MOVE WS-ID-FUNC TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      DISPLAY 'FUNCIONARIO NAO CADASTRADO'
                      GO TO P300-EXIT
            END-READ
            IF FUNC-INATIVO
               DISPLAY 'FUNCIONARIO JA DESLIGADO EM '
                       FU-DT-DESLIGAMENTO
               GO TO P300-EXIT
            END-IF
            DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD, 0 = HOJE): '
            ACCEPT WS-DT-DESLIGAMENTO
            IF WS-DT-DESLIGAMENTO IS NOT NUMERIC
               OR WS-DT-DESLIGAMENTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DT-DESLIGAMENTO
            END-IF
            MOVE WS-DT-DESLIGAMENTO TO FU-DT-DESLIGAMENTO
            MOVE WS-SS-OPERADOR     TO FU-OPERADOR
            SET FUNC-INATIVO TO TRUE
            REWRITE REG-CFP001T6
            END-REWRITE
            IF WS-FS-FUN = 00
               DISPLAY 'FUNCIONARIO DESLIGADO!'
               ADD 1 TO WS-O-FUN
            ELSE
               MOVE WS-FS-FUN  TO WS-MSG1
               MOVE 'ERRO REGRAVACAO DO CFP001T6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE ZEROS TO FU-ID-FUNC
            MOVE 'N'   TO WS-FIM-LISTA
            START CFP001T6 KEY IS NOT LESS FU-ID-FUNC
                  INVALID KEY
                       DISPLAY 'NENHUM FUNCIONARIO CADASTRADO'
                  NOT INVALID KEY
                       PERFORM P410-LISTAR-UM THRU P410-EXIT
                               UNTIL WS-FS-FUN = 10
                                  OR WS-FIM-LISTA = 'S'
            END-START.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001T6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                 NOT AT END
                      DISPLAY 'FUNC ' FU-ID-FUNC ' ' FU-NM-FUNC
                              ' UN ' FU-UNIDADE ' DEP ' FU-ID-DEPTO
                              ' ' FU-CARGO ' TIPO ' FU-TIPO
                              ' SIT ' FU-ST-FUNC
            END-READ.
       P410-EXIT.
            EXIT.

      * >>> DEPARTAMENTOS: MESMO ARQUIVO CARREGADO PELO C4A02P02
       S500 SECTION.
       P500-DEPARTAMENTO.
            DISPLAY 'DIGITE O CODIGO DO DEPARTAMENTO (2 DIGITOS): '
            ACCEPT WS-ID-DEPTO
            IF WS-ID-DEPTO IS NOT NUMERIC
               OR WS-ID-DEPTO = ZEROS
               DISPLAY 'CODIGO INVALIDO!'
               GO TO P500-EXIT
            END-IF
            DISPLAY 'DIGITE O NOME DO DEPARTAMENTO: '
            MOVE SPACES TO WS-NM-DEPTO
            ACCEPT WS-NM-DEPTO
            IF WS-NM-DEPTO = SPACES
               DISPLAY 'NOME OBRIGATORIO!'
               GO TO P500-EXIT
            END-IF
            MOVE SPACES      TO REG-CFP001T7
            MOVE WS-ID-DEPTO TO DP-ID-DEPTO
            MOVE WS-NM-DEPTO TO DP-NM-DEPTO
            WRITE REG-CFP001T7
                  INVALID KEY
                       REWRITE REG-CFP001T7
                       END-REWRITE
                       DISPLAY 'DEPARTAMENTO ALTERADO!'
                  NOT INVALID KEY
                       DISPLAY 'DEPARTAMENTO CADASTRADO!'
            END-WRITE
            IF WS-FS-DEP NOT = 00 THEN
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001T7' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               ADD 1 TO WS-O-DEP
            END-IF.
       P500-EXIT.
            EXIT.

      * >>> MIGRACAO DO FUNC_CADASTRO.DAT: O DEPARTAMENTO ANTIGO E
      * >>> MANTIDO, A UNIDADE E INFORMADA PARA O LOTE INTEIRO
       S600 SECTION.
       P600-MIGRAR.
            OPEN INPUT ARQ-FUNCANT
            IF WS-FS-ANT NOT = 00
               DISPLAY 'FUNC_CADASTRO.DAT NAO ENCONTRADO: ' WS-FS-ANT
               GO TO P600-EXIT
            END-IF
            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'UNIDADE DE LOTACAO DOS MIGRADOS: '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               PERFORM P250-VALIDA-UNIDADE THRU P250-EXIT
            END-PERFORM
            MOVE WS-UNIDADE TO WS-UNIDADE-MIG
            MOVE ZEROS TO WS-O-MIG
            MOVE 'N'   TO WS-FIM-LISTA
            PERFORM P610-MIGRAR-UM THRU P610-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            CLOSE ARQ-FUNCANT
            DISPLAY 'FUNCIONARIOS MIGRADOS: ' WS-O-MIG.
       P600-EXIT.
            EXIT.

       P610-MIGRAR-UM.
            READ ARQ-FUNCANT NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P610-EXIT
            END-READ
            MOVE FA-MATRICULA   TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'JA EXISTE, IGNORADO: ' FA-MATRICULA
                      GO TO P610-EXIT
            END-READ
            INITIALIZE REG-CFP001T6
            MOVE FA-MATRICULA   TO FU-ID-FUNC FU-MATR-ANTIGA
            MOVE FA-NOME        TO FU-NM-FUNC
            MOVE WS-UNIDADE-MIG TO FU-UNIDADE
            MOVE FA-DEPTO       TO FU-ID-DEPTO
            MOVE WS-DATA-HOJE   TO FU-DT-ADMISSAO
            MOVE WS-SS-OPERADOR TO FU-OPERADOR
            SET FUNC-ADMINISTRATIVO TO TRUE
            SET FUNC-ATIVO      TO TRUE
            WRITE REG-CFP001T6
            END-WRITE
            IF WS-FS-FUN NOT = 00 THEN
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001T6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-MIG WS-O-FUN.
       P610-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T6
            IF WS-FS-FUN NOT = 00 THEN
               MOVE WS-FS-FUN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T6'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            CLOSE CFP001T7
            IF WS-SEM-UNIDADES = 'N'
               CLOSE CFP001SK
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADFUNC'
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
            MOVE 'CADFUNC ' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADFUNC FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FUNCIONARIOS GRAV..: ' WS-O-FUN
            DISPLAY ' QTDE DEPARTAMENTOS GRAV.: ' WS-O-DEP
            DISPLAY '--------------------------------------'
            MOVE 'CADFUNC ' TO WS-LG-PROGRAMA
            MOVE 'FUNCIONARIO GR ' TO WS-LG-CONTADOR
            MOVE WS-O-FUN TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADFUNC.
