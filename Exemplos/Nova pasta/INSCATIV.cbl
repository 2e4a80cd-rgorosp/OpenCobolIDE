      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: INSCRICAO DE ALUNOS NAS ATIVIDADES EXTRACURRICULARES
      *          (INSCRATV.DAT, CFP001U4, CHAVE ALUNO + ATIVIDADE).
      *          OPERACOES:
      *            - INSCREVER: COM VAGA (INSCRITOS < CAPACIDADE DO
      *              ATIVIDAD.DAT) A INSCRICAO FICA ATIVA; SEM VAGA, O
      *              ALUNO ENTRA NA LISTA DE ESPERA COM O PROXIMO
      *              NUMERO DA FILA DA ATIVIDADE;
      *            - CANCELAR: A VAGA DEVOLVIDA VAI PARA O PRIMEIRO DA
      *              LISTA DE ESPERA (MENOR NUMERO DA FILA), COM A
      *              NOTIFICACAO NO ESPERA.LOG PARA A SECRETARIA, COMO
      *              NO CANMATRI;
      *            - LISTAR INSCRITOS E LISTA DE ESPERA DA ATIVIDADE;
      *            - LISTAR AS ATIVIDADES DE UM ALUNO.
      *          A MENSALIDADE DAS INSCRICOES ATIVAS E LANCADA PELO
      *          GERCOBRA (TIPO AT)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCATIV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U4 ASSIGN TO "C:/ARQUIVOS/INSCRATV.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS IA-CHAVE
                  FILE STATUS  IS WS-FS-INS
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U3 ASSIGN TO "C:/ARQUIVOS/ATIVIDAD.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AV-CD-ATIVIDADE
                  FILE STATUS  IS WS-FS-ATV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT LOG-ESPERA ASSIGN TO "C:/ARQUIVOS/ESPERA.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U4.
           COPY REGINSAT.
       FD  CFP001U3.
           COPY REGATIVI.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  LOG-ESPERA.
       01  LOG-LINHA              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-INS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-ACHOU-FILA      PIC X(01) VALUE 'N'.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-CD-ATIVIDADE    PIC 9(03) VALUE ZEROS.
           03 WS-FILA-CHAVE      PIC X(08) VALUE SPACES.
           03 WS-FILA-NR         PIC 9(04) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.
           03 WS-R-INSCRICOES    PIC 9(04) VALUE ZEROS.
           03 WS-R-ESPERA        PIC 9(04) VALUE ZEROS.
           03 WS-R-CANCELADAS    PIC 9(04) VALUE ZEROS.
           03 WS-PROMOVIDOS      PIC 9(04) VALUE ZEROS.
           03 WS-QT-PROMOVIDOS   PIC 9(04) VALUE ZEROS.
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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'INSCATIV' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001U4
            IF WS-FS-INS = 35 THEN
               OPEN OUTPUT CFP001U4
               CLOSE CFP001U4
               OPEN I-O CFP001U4
            END-IF
            IF WS-FS-INS NOT = 00
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001U3
            IF WS-FS-ATV NOT = 00
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN EXTEND LOG-ESPERA
            IF WS-FS-LOG = 35 THEN
               OPEN OUTPUT LOG-ESPERA
               CLOSE LOG-ESPERA
               OPEN EXTEND LOG-ESPERA
            END-IF
            IF WS-FS-LOG NOT = 00 THEN
               MOVE WS-FS-LOG                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO LOG-ESPERA'        TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '  INSCRICAO EM ATIVIDADES'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INSCREVER ALUNO'
               DISPLAY ' <2> - CANCELAR INSCRICAO'
               DISPLAY ' <3> - INSCRITOS E ESPERA DA ATIVIDADE'
               DISPLAY ' <4> - ATIVIDADES DO ALUNO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-INSCREVER THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-CANCELAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '4'
                     PERFORM P500-ALUNO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> ALUNO DIGITADO (WS-ACHOU = 'S' SE CADASTRADO)
       P150-ALUNO.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O ID DO ALUNO (5 DIGITOS): '
            ACCEPT WS-ID-ALUNO
            PERFORM UNTIL WS-ID-ALUNO IS NUMERIC
                          AND WS-ID-ALUNO > ZEROS
               DISPLAY 'ID INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-ID-ALUNO
            END-PERFORM
            MOVE WS-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO NAO CADASTRADO!'
                      GO TO P150-EXIT
            END-READ
            DISPLAY 'ALUNO......: ' ID-ALUNO ' ' NM-ALUNO
                    '  SITUACAO: ' ST-ALUNO
            MOVE 'S' TO WS-ACHOU.
       P150-EXIT.
            EXIT.

      * >>> ATIVIDADE DIGITADA (WS-ACHOU = 'S' SE CADASTRADA)
       P160-ATIVIDADE.
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
                      DISPLAY 'ATIVIDADE NAO CADASTRADA!'
                      GO TO P160-EXIT
            END-READ
            DISPLAY 'ATIVIDADE..: ' AV-CD-ATIVIDADE ' ' AV-NOME
                    '  SITUACAO: ' AV-ST-ATIVIDADE
            DISPLAY 'CAPACIDADE.: ' AV-CAPACIDADE
                    '  INSCRITOS: ' AV-QT-INSCRITOS
                    '  EM ESPERA: ' AV-QT-ESPERA
            MOVE 'S' TO WS-ACHOU.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-INSCREVER.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-ACHOU = 'N'
               GO TO P200-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO!'
               GO TO P200-EXIT
            END-IF
            PERFORM P160-ATIVIDADE THRU P160-EXIT
            IF WS-ACHOU = 'N'
               GO TO P200-EXIT
            END-IF
            IF ATIVIDADE-INATIVA
               DISPLAY 'ATIVIDADE INATIVA - SEM NOVAS INSCRICOES!'
               GO TO P200-EXIT
            END-IF

      * >>> VAGA ABERTA (AUMENTO DE CAPACIDADE) VAI PRIMEIRO PARA A FILA
            PERFORM P600-PREENCHE-VAGAS THRU P600-EXIT

            MOVE 'N'             TO WS-EXISTE
            MOVE WS-ID-ALUNO     TO IA-ID-ALUNO
            MOVE WS-CD-ATIVIDADE TO IA-CD-ATIVIDADE
            READ CFP001U4
                 KEY IS IA-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'S' TO WS-EXISTE
            END-READ
            IF WS-EXISTE = 'S'
               AND NOT INSCRICAO-CANCELADA
               DISPLAY 'ALUNO JA INSCRITO NA ATIVIDADE (SITUACAO '
                       IA-ST-INSCRICAO ')!'
               GO TO P200-EXIT
            END-IF

            IF AV-QT-INSCRITOS < AV-CAPACIDADE
               DISPLAY 'HA VAGA - CONFIRMA INSCRICAO, (S)SIM (N)NAO'
            ELSE
               DISPLAY 'ATIVIDADE LOTADA - CONFIRMA ENTRADA NA LISTA'
                       ' DE ESPERA, (S)SIM (N)NAO'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'INSCRICAO NAO GRAVADA'
               GO TO P200-EXIT
            END-IF

            INITIALIZE REG-CFP001U4
            MOVE WS-ID-ALUNO     TO IA-ID-ALUNO
            MOVE WS-CD-ATIVIDADE TO IA-CD-ATIVIDADE
            MOVE WS-DATA-HOJE    TO IA-DT-INSCRICAO
            MOVE WS-SS-OPERADOR  TO IA-OPERADOR
            IF AV-QT-INSCRITOS < AV-CAPACIDADE
               SET INSCRICAO-ATIVA TO TRUE
               MOVE WS-DATA-HOJE   TO IA-DT-ATIVACAO
               ADD 1 TO AV-QT-INSCRITOS
            ELSE
               SET INSCRICAO-ESPERA TO TRUE
               ADD 1 TO AV-ULT-ESPERA
               MOVE AV-ULT-ESPERA  TO IA-NR-ESPERA
               ADD 1 TO AV-QT-ESPERA
            END-IF

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001U4
               END-REWRITE
            ELSE
               WRITE REG-CFP001U4
               END-WRITE
            END-IF
            IF WS-FS-INS NOT = 00 THEN
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001U4' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-SS-OPERADOR TO AV-OPERADOR
            REWRITE REG-CFP001U3
            END-REWRITE
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            IF INSCRICAO-ATIVA
               ADD 1 TO WS-R-INSCRICOES
               DISPLAY 'INSCRICAO ATIVA GRAVADA!'
            ELSE
               ADD 1 TO WS-R-ESPERA
               DISPLAY 'ALUNO NA LISTA DE ESPERA - NUMERO DA FILA: '
                       IA-NR-ESPERA
            END-IF.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-CANCELAR.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-ACHOU = 'N'
               GO TO P300-EXIT
            END-IF
            PERFORM P160-ATIVIDADE THRU P160-EXIT
            IF WS-ACHOU = 'N'
               GO TO P300-EXIT
            END-IF
            MOVE WS-ID-ALUNO     TO IA-ID-ALUNO
            MOVE WS-CD-ATIVIDADE TO IA-CD-ATIVIDADE
            READ CFP001U4
                 KEY IS IA-CHAVE
                 INVALID KEY
                      DISPLAY 'ALUNO NAO INSCRITO NA ATIVIDADE!'
                      GO TO P300-EXIT
            END-READ
            IF INSCRICAO-CANCELADA
               DISPLAY 'INSCRICAO JA CANCELADA EM ' IA-DT-CANCELAMENTO
               GO TO P300-EXIT
            END-IF
            DISPLAY 'CONFIRMA CANCELAMENTO DA INSCRICAO (SITUACAO '
                    IA-ST-INSCRICAO '), (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P300-EXIT
            END-IF

            IF INSCRICAO-ATIVA
               IF AV-QT-INSCRITOS > ZEROS
                  SUBTRACT 1 FROM AV-QT-INSCRITOS
               END-IF
            ELSE
               IF AV-QT-ESPERA > ZEROS
                  SUBTRACT 1 FROM AV-QT-ESPERA
               END-IF
            END-IF
            SET INSCRICAO-CANCELADA TO TRUE
            MOVE WS-DATA-HOJE   TO IA-DT-CANCELAMENTO
            MOVE WS-SS-OPERADOR TO IA-OPERADOR
            REWRITE REG-CFP001U4
            END-REWRITE
            IF WS-FS-INS NOT = 00 THEN
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U4'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-CANCELADAS
            DISPLAY 'INSCRICAO CANCELADA!'

            MOVE WS-SS-OPERADOR TO AV-OPERADOR
            REWRITE REG-CFP001U3
            END-REWRITE
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            PERFORM P600-PREENCHE-VAGAS THRU P600-EXIT.
       P300-EXIT.
            EXIT.

      * >>> INSCRITOS ATIVOS E LISTA DE ESPERA DA ATIVIDADE (A CHAVE
      * >>> COMECA PELO ALUNO, ENTAO O ARQUIVO E LIDO POR INTEIRO)
       S400 SECTION.
       P400-LISTAR.
            PERFORM P160-ATIVIDADE THRU P160-EXIT
            IF WS-ACHOU = 'N'
               GO TO P400-EXIT
            END-IF
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE LOW-VALUES TO IA-CHAVE
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001U4 KEY IS NOT LESS IA-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'INSCRICOES LISTADAS: ' WS-R-LISTADOS
                    ' (A=ATIVA E=ESPERA, COM O NUMERO DA FILA)'.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001U4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            IF IA-CD-ATIVIDADE NOT = WS-CD-ATIVIDADE
               OR INSCRICAO-CANCELADA
               GO TO P410-EXIT
            END-IF
            MOVE IA-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO NM-ALUNO
            END-READ
            ADD 1 TO WS-R-LISTADOS
            IF INSCRICAO-ATIVA
               DISPLAY IA-ID-ALUNO ' ' NM-ALUNO ' A DESDE '
                       IA-DT-ATIVACAO
            ELSE
               DISPLAY IA-ID-ALUNO ' ' NM-ALUNO ' E FILA '
                       IA-NR-ESPERA ' DESDE ' IA-DT-INSCRICAO
            END-IF.
       P410-EXIT.
            EXIT.

       S500 SECTION.
       P500-ALUNO.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-ACHOU = 'N'
               GO TO P500-EXIT
            END-IF
            MOVE ZEROS       TO WS-R-LISTADOS
            MOVE WS-ID-ALUNO TO IA-ID-ALUNO
            MOVE ZEROS       TO IA-CD-ATIVIDADE
            MOVE 'N'         TO WS-FIM-LISTA
            START CFP001U4 KEY IS NOT LESS IA-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P510-ALUNO-UM THRU P510-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'ATIVIDADES DO ALUNO: ' WS-R-LISTADOS.
       P500-EXIT.
            EXIT.

       P510-ALUNO-UM.
            READ CFP001U4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P510-EXIT
            END-READ
            IF IA-ID-ALUNO NOT = WS-ID-ALUNO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P510-EXIT
            END-IF
            MOVE IA-CD-ATIVIDADE TO AV-CD-ATIVIDADE
            READ CFP001U3
                 KEY IS AV-CD-ATIVIDADE
                 INVALID KEY
                      MOVE SPACES TO AV-NOME
            END-READ
            ADD 1 TO WS-R-LISTADOS
            DISPLAY IA-CD-ATIVIDADE ' ' AV-NOME ' SITUACAO '
                    IA-ST-INSCRICAO ' INSCRITO EM ' IA-DT-INSCRICAO
                    ' ULT.COBRANCA ' IA-ULT-COMPETENCIA.
       P510-EXIT.
            EXIT.

      * >>> ENQUANTO HOUVER VAGA E ALUNO NA FILA, ATIVA O PRIMEIRO DA
      * >>> LISTA DE ESPERA (MENOR NUMERO DA FILA) E GRAVA A NOTIFICACAO
      * >>> NO ESPERA.LOG. O REGISTRO DA ATIVIDADE (JA LIDO) RECEBE
      * >>> OS NOVOS TOTAIS DE INSCRITOS E DE ESPERA
       S600 SECTION.
       P600-PREENCHE-VAGAS.
            MOVE WS-PROMOVIDOS TO WS-QT-PROMOVIDOS
            MOVE 'S' TO WS-ACHOU-FILA
            PERFORM P610-PROMOVE THRU P610-EXIT
                    UNTIL WS-ACHOU-FILA = 'N'
                       OR AV-QT-INSCRITOS NOT LESS AV-CAPACIDADE
                       OR AV-QT-ESPERA = ZEROS
            IF WS-PROMOVIDOS = WS-QT-PROMOVIDOS
               GO TO P600-EXIT
            END-IF
            MOVE WS-SS-OPERADOR TO AV-OPERADOR
            REWRITE REG-CFP001U3
            END-REWRITE
            IF WS-FS-ATV NOT = 00 THEN
               MOVE WS-FS-ATV                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P600-EXIT.
            EXIT.

       P610-PROMOVE.
            MOVE 'N'        TO WS-ACHOU-FILA
            MOVE 9999       TO WS-FILA-NR
            MOVE LOW-VALUES TO IA-CHAVE
            MOVE 'N'        TO WS-FIM-LISTA
            START CFP001U4 KEY IS NOT LESS IA-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P620-PROCURA-FILA THRU P620-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            IF WS-ACHOU-FILA = 'N'
               GO TO P610-EXIT
            END-IF

            MOVE WS-FILA-CHAVE TO IA-CHAVE
            READ CFP001U4
                 KEY IS IA-CHAVE
                 INVALID KEY
                      MOVE 'N' TO WS-ACHOU-FILA
                      GO TO P610-EXIT
            END-READ
            SET INSCRICAO-ATIVA TO TRUE
            MOVE WS-DATA-HOJE   TO IA-DT-ATIVACAO
            MOVE WS-SS-OPERADOR TO IA-OPERADOR
            REWRITE REG-CFP001U4
            END-REWRITE
            IF WS-FS-INS NOT = 00 THEN
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U4'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO AV-QT-INSCRITOS
            IF AV-QT-ESPERA > ZEROS
               SUBTRACT 1 FROM AV-QT-ESPERA
            END-IF

            ADD 1 TO WS-PROMOVIDOS
            PERFORM P950-DATA-HORA THRU P950-EXIT
            MOVE SPACES TO LOG-LINHA
            STRING WS-DATA-HORA ' - ALUNO ' IA-ID-ALUNO
                   ' PROMOVIDO DA LISTA DE ESPERA NA ATIVIDADE '
                   AV-CD-ATIVIDADE ' ' AV-NOME
                   DELIMITED BY SIZE INTO LOG-LINHA
            WRITE LOG-LINHA
            DISPLAY 'ALUNO ' IA-ID-ALUNO ' PROMOVIDO DA LISTA DE'
                    ' ESPERA PARA A VAGA'.
       P610-EXIT.
            EXIT.

       P620-PROCURA-FILA.
            READ CFP001U4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P620-EXIT
            END-READ
            IF IA-CD-ATIVIDADE = AV-CD-ATIVIDADE
               AND INSCRICAO-ESPERA
               AND IA-NR-ESPERA < WS-FILA-NR
               MOVE 'S'          TO WS-ACHOU-FILA
               MOVE IA-NR-ESPERA TO WS-FILA-NR
               MOVE IA-CHAVE     TO WS-FILA-CHAVE
            END-IF.
       P620-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U4
            CLOSE CFP001U3
            CLOSE CFP001S1
            CLOSE LOG-ESPERA
            IF WS-FS-INS NOT = 00 THEN
               MOVE WS-FS-INS                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U4'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA INSCATIV'
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
            MOVE 'INSCATIV' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA INSCATIV FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' INSCRICOES ATIVAS.....: ' WS-R-INSCRICOES
            DISPLAY ' ENTRADAS NA ESPERA....: ' WS-R-ESPERA
            DISPLAY ' CANCELAMENTOS.........: ' WS-R-CANCELADAS
            DISPLAY ' PROMOVIDOS DA ESPERA..: ' WS-PROMOVIDOS
            DISPLAY '--------------------------------------'
            MOVE 'INSCATIV' TO WS-LG-PROGRAMA
            MOVE 'INSCR ATIVIDADE' TO WS-LG-CONTADOR
            MOVE WS-R-INSCRICOES TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       S950-DATA-HORA SECTION.
       P950-DATA-HORA.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            STRING WS-CURRENT-DATE(7:2) '/'
                   WS-CURRENT-DATE(5:2) '/'
                   WS-CURRENT-DATE(1:4) ' '
                   WS-CURRENT-DATE(9:2) ':'
                   WS-CURRENT-DATE(11:2) ':'
                   WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE INTO WS-DATA-HORA
            END-STRING.
       P950-EXIT.
            EXIT.
       END PROGRAM INSCATIV.
