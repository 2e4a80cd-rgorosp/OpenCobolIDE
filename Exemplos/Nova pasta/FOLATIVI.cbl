      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: LISTA DE PRESENCA DAS ATIVIDADES EXTRACURRICULARES,
      *          NOS MOLDES DA FOLCHAMA - GERA, PARA UMA ATIVIDADE (OU
      *          TODAS AS ATIVAS DO ATIVIDAD.DAT, CFP001U3), A FOLHA
      *          DO PROFESSOR RESPONSAVEL: CABECALHO COM A ATIVIDADE,
      *          O PROFESSOR (PROFESSR.DAT), HORARIO, LOCAL E VAGAS,
      *          OS ALUNOS COM INSCRICAO ATIVA (INSCRATV.DAT,
      *          CFP001U4) EM ORDEM DE NOME (CHAVE ALTERNATIVA
      *          NM-ALUNO) E UMA COLUNA PARA CADA DIA DE AULA DA
      *          SEMANA INFORMADA (SO OS DIAS MARCADOS NA ATIVIDADE).
      *          SAIDA COM TIMESTAMP REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLATIVI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-ALUNO
                  ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001U3 ASSIGN TO "C:/ARQUIVOS/ATIVIDAD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AV-CD-ATIVIDADE
                  FILE STATUS  IS WS-FS-ATV.
           SELECT CFP001U4 ASSIGN TO "C:/ARQUIVOS/INSCRATV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS IA-CHAVE
                  FILE STATUS  IS WS-FS-INS.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT REL-FOLHA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001U3.
           COPY REGATIVI.
       FD  CFP001U4.
           COPY REGINSAT.
       FD  CFP001SA.
           COPY REGPROF.
       FD  REL-FOLHA.
       01  REL-LINHA             PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-INS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 999 VALUE ZEROS.
           03 WS-DT-SEMANA       PIC 9(08) VALUE ZEROS.
           03 WS-FIM-ATIVIDADES  PIC X(01) VALUE 'N'.
           03 WS-FIM-ALUNOS      PIC X(01) VALUE 'N'.
           03 WS-R-FOLHAS        PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-ALU-ATIVIDADE   PIC 9(05) VALUE ZEROS.
           03 WS-DIAS-INT        PIC S9(07) VALUE ZEROS.
           03 WS-DIA             PIC 9(01) VALUE ZEROS.
           03 WS-DATA-DIA        PIC 9(08) VALUE ZEROS.
           03 WS-POS             PIC 9(03) VALUE ZEROS.

       01  WS-ATIVIDADE-CORRENTE.
           03 WS-AT-CODIGO       PIC 999   VALUE ZEROS.
           03 WS-AT-NOME         PIC X(20) VALUE SPACES.
           03 WS-AT-DIAS         PIC X(06) VALUE SPACES.
           03 WS-AT-PROFESSOR    PIC X(20) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

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
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            DISPLAY 'DIGITE O CODIGO DA ATIVIDADE (3 DIGITOS), OU 000'
                    ' PARA TODAS AS ATIVAS: '
            ACCEPT WS-ID-PEDIDO
            DISPLAY 'DIGITE A SEGUNDA-FEIRA DA SEMANA (AAAAMMDD): '
            ACCEPT WS-DT-SEMANA
            PERFORM UNTIL WS-DT-SEMANA IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-SEMANA
            END-PERFORM

            PERFORM P050-ABRIR
            MOVE 'N' TO WS-FIM-ATIVIDADES
            MOVE ZEROS TO AV-CD-ATIVIDADE
            START CFP001U3 KEY IS NOT LESS AV-CD-ATIVIDADE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-ATIVIDADES
            END-START
            PERFORM P100-UMA-ATIVIDADE THRU P100-EXIT
                    UNTIL WS-FIM-ATIVIDADES = 'S'
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'FOLATIVI' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/FOLATIVI_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001U3
            IF WS-FS-ATV NOT = 00
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001U4
            IF WS-FS-INS NOT = 00
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-FOLHA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-FOLHA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-UMA-ATIVIDADE.
            READ CFP001U3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-ATIVIDADES
                      GO TO P100-EXIT
            END-READ
            IF WS-ID-PEDIDO > ZEROS
               IF AV-CD-ATIVIDADE NOT = WS-ID-PEDIDO
                  GO TO P100-EXIT
               END-IF
            ELSE
               IF ATIVIDADE-INATIVA
                  GO TO P100-EXIT
               END-IF
            END-IF
            PERFORM P200-FOLHA-ATIVIDADE THRU P200-EXIT.
       P100-EXIT.
            EXIT.

      * >>> CABECALHO DA ATIVIDADE, DATAS DOS DIAS DE AULA DA SEMANA E
      * >>> OS INSCRITOS ATIVOS EM ORDEM DE NOME
       S200 SECTION.
       P200-FOLHA-ATIVIDADE.
            ADD 1 TO WS-R-FOLHAS
            MOVE ZEROS TO WS-ALU-ATIVIDADE
            MOVE AV-CD-ATIVIDADE TO WS-AT-CODIGO
            MOVE AV-NOME         TO WS-AT-NOME
            MOVE AV-DIAS-SEMANA  TO WS-AT-DIAS
            MOVE AV-ID-PROF      TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      MOVE 'NAO CADASTRADO' TO PR-NM-PROF
            END-READ
            MOVE PR-NM-PROF      TO WS-AT-PROFESSOR

            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'LISTA DE PRESENCA - ' WS-AT-NOME
                   '  (ATIVIDADE ' WS-AT-CODIGO ')'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PROFESSOR: ' AV-ID-PROF ' ' WS-AT-PROFESSOR
                   '  HORARIO: ' AV-HR-INICIO(1:2) ':'
                   AV-HR-INICIO(3:2) ' AS ' AV-HR-FIM(1:2) ':'
                   AV-HR-FIM(3:2) '  LOCAL: ' AV-LOCAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'CAPACIDADE: ' AV-CAPACIDADE
                   '  INSCRITOS: ' AV-QT-INSCRITOS
                   '  EM ESPERA: ' AV-QT-ESPERA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

      * >>> COLUNAS COM AS DATAS DOS DIAS DE AULA (SEGUNDA A SABADO)
            MOVE SPACES TO REL-LINHA
            MOVE 'ID    ALUNO               ' TO REL-LINHA(1:26)
            MOVE 28 TO WS-POS
            COMPUTE WS-DIAS-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DT-SEMANA)
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
               IF WS-AT-DIAS(WS-DIA:1) = 'X'
                  COMPUTE WS-DATA-DIA =
                          FUNCTION DATE-OF-INTEGER (WS-DIAS-INT)
                  MOVE WS-DATA-DIA(7:2) TO REL-LINHA(WS-POS:2)
                  MOVE '/'              TO REL-LINHA(WS-POS + 2:1)
                  MOVE WS-DATA-DIA(5:2) TO REL-LINHA(WS-POS + 3:2)
                  ADD 9 TO WS-POS
               END-IF
               ADD 1 TO WS-DIAS-INT
            END-PERFORM
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE 'N' TO WS-FIM-ALUNOS
            MOVE LOW-VALUES TO NM-ALUNO
            START CFP001S1 KEY IS NOT LESS NM-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-ALUNOS
            END-START
            PERFORM P250-UM-ALUNO THRU P250-EXIT
                    UNTIL WS-FIM-ALUNOS = 'S'

            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'INSCRITOS NA ATIVIDADE: ' WS-ALU-ATIVIDADE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P200-EXIT.
            EXIT.

       P250-UM-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-ALUNOS
                      GO TO P250-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               GO TO P250-EXIT
            END-IF

            MOVE ID-ALUNO      TO IA-ID-ALUNO
            MOVE WS-AT-CODIGO  TO IA-CD-ATIVIDADE
            READ CFP001U4
                 KEY IS IA-CHAVE
                 INVALID KEY
                      GO TO P250-EXIT
            END-READ
            IF NOT INSCRICAO-ATIVA
               GO TO P250-EXIT
            END-IF

            ADD 1 TO WS-ALU-ATIVIDADE
            MOVE SPACES TO REL-LINHA
            MOVE ID-ALUNO TO REL-LINHA(1:5)
            MOVE NM-ALUNO TO REL-LINHA(7:20)
            MOVE 28 TO WS-POS
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
               IF WS-AT-DIAS(WS-DIA:1) = 'X'
                  MOVE '[   ]' TO REL-LINHA(WS-POS:5)
                  ADD 9 TO WS-POS
               END-IF
            END-PERFORM
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P250-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001U3
            CLOSE CFP001U4
            CLOSE CFP001SA
            CLOSE REL-FOLHA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-FOLHA'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'FOLATIVI'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA FOLATIVI'
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
            MOVE 'FOLATIVI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA FOLATIVI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FOLHAS GERADAS: ' WS-R-FOLHAS
            DISPLAY ' ARQUIVO GERADO.....: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM FOLATIVI.
