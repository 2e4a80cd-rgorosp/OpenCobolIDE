      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROJECAO DE MATRICULAS E TAMANHO DE TURMAS DO ANO
      *          SEGUINTE, RODADA ANTES DA VIRADA (ROLLANO) PARA O
      *          PLANEJAMENTO DE TURMAS, SALAS E CONTRATACAO:
      *            PROMOCAO - AS REGRAS DO ROLLANO SOBRE AS NOTAS
      *              PARCIAIS DO ANO (CFP001S3): R/F RETEM, ATE O
      *              LIMITE DO DEPLIMIT.DAT SEGUE COM DEPENDENCIA;
      *              MATERIA AINDA SEM SITUACAO CONTA COMO REPROVADA
      *              QUANDO A MEDIA PARCIAL ESTA ABAIXO DA NOTA DE
      *              APROVACAO DA OFERTA. O PROMOVIDO VAI PARA A
      *              TM-PROX-TURMA; SEM SEGUINTE, CONCLUI E SAI
      *            EVASAO - A TAXA HISTORICA DE CADA TURMA, APURADA
      *              COMO NO RELEVASA (MATRICULA ATIVA NO TERMO
      *              ANTERIOR E NENHUMA NO ATUAL), E DESCONTADA DOS
      *              ALUNOS QUE SAEM DAQUELA TURMA
      *            CANDIDATOS - APROVADOS NO PROCESSO SELETIVO PARA O
      *              ANO SEGUINTE (CFP001V5) ENTRAM NA TURMA PRETENDIDA
      *          A CAPACIDADE DA TURMA E A DA SALA CADASTRADA NELA
      *          (TM-UNIDADE + TM-SALA NO SALAS.DAT). O RELATORIO SAI
      *          POR UNIDADE E TURMA, COM TIMESTAMP E REGISTRO NO
      *          CATALOGO (RELCATAL), MARCANDO DIVIDIR (PROJECAO ACIMA
      *          DA CAPACIDADE) E JUNTAR (ABAIXO DA OCUPACAO MINIMA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJMATR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL.
           SELECT CFP001V5 ASSIGN TO "C:/ARQUIVOS/CANDIDAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CD-ID-CANDIDATO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT ARQ-LIMITE ASSIGN TO "C:/ARQUIVOS/DEPLIMIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRM.
           SELECT REL-PROJECAO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           SELECT WORK-PROJECAO ASSIGN TO "C:/ARQUIVOS/PROJWORK.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001V4.
           COPY REGSALA.
       FD  CFP001V5.
           COPY REGCANDI.
       FD  ARQ-LIMITE.
       01  PRM-REG.
           03 PRM-QT-DEPENDENCIA PIC 9(01).
       SD  WORK-PROJECAO.
       01  WRK-PROJECAO.
           03 WRK-UNID           PIC X(03).
           03 WRK-TURMA          PIC X(05).
           03 WRK-PROMOVIDOS     PIC 9(05).
           03 WRK-RETIDOS        PIC 9(05).
           03 WRK-EVASAO         PIC 9(05).
           03 WRK-CANDIDATOS     PIC 9(05).
           03 WRK-PROJETADO      PIC 9(05).
           03 WRK-CAPACIDADE     PIC 9(03).
       FD  REL-PROJECAO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRM          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-ANO-SEGUINTE    PIC 9(04) VALUE ZEROS.
           03 WS-ANO-ANT         PIC 9(04) VALUE ZEROS.
           03 WS-TERMO-ANT       PIC 9(01) VALUE ZEROS.
           03 WS-ANO-ATU         PIC 9(04) VALUE ZEROS.
           03 WS-TERMO-ATU       PIC 9(01) VALUE ZEROS.
           03 WS-PCT-JUNTAR      PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SALAS       PIC X(01) VALUE 'N'.
           03 WS-SEM-CANDIDATOS  PIC X(01) VALUE 'N'.
           03 WS-SEM-MATERIAS    PIC X(01) VALUE 'N'.
           03 WS-FIM-NOTAS       PIC X(01) VALUE 'N'.
           03 WS-FIM-MTR         PIC X(01) VALUE 'N'.
           03 WS-TEM-NOTA-ANO    PIC X(01) VALUE 'N'.
           03 WS-TEM-REPROV      PIC X(01) VALUE 'N'.
           03 WS-COM-DEPENDENCIA PIC X(01) VALUE 'N'.
           03 WS-TEVE-ANTERIOR   PIC X(01) VALUE 'N'.
           03 WS-TEM-ATUAL       PIC X(01) VALUE 'N'.
           03 WS-TURMA-BUSCA     PIC X(05) VALUE SPACES.
           03 WS-UNID-BUSCA      PIC X(03) VALUE SPACES.
           03 WS-ID-CORRENTE     PIC 9(05) VALUE ZEROS.
           03 WS-PCT             PIC 9(03)V9 VALUE ZEROS.
           03 WS-OCUPACAO-MIN    PIC 9(05) VALUE ZEROS.
           03 WS-SITUACAO        PIC X(08) VALUE SPACES.

       77  WS-R-ALU              PIC 9(05) VALUE ZEROS.
       77  WS-R-PROMOVIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-R-RETIDOS          PIC 9(05) VALUE ZEROS.
       77  WS-R-CONCLUINTES      PIC 9(05) VALUE ZEROS.
       77  WS-R-EM-RISCO         PIC 9(05) VALUE ZEROS.
       77  WS-R-EVASAO           PIC 9(05) VALUE ZEROS.
       77  WS-R-CANDIDATOS       PIC 9(05) VALUE ZEROS.
       77  WS-R-PROJETADO        PIC 9(05) VALUE ZEROS.
       77  WS-R-DIVIDIR          PIC 9(05) VALUE ZEROS.
       77  WS-R-JUNTAR           PIC 9(05) VALUE ZEROS.
       77  WS-R-LINHAS           PIC 9(05) VALUE ZEROS.
       77  WS-R-EXCEDIDO         PIC 9(05) VALUE ZEROS.

      * >>> LIMITE DE MATERIAS EM DEPENDENCIA (DEPLIMIT.DAT); SEM
      * >>> ARQUIVO OU REGISTRO, VALE O PADRAO DA ESCOLA
       77  WS-LIM-DEPENDENCIA    PIC 9(01) VALUE 2.
       77  WS-QT-REPROV          PIC 9(03) COMP VALUE ZEROS.

      * >>> TABELA DAS TURMAS: CADASTRO + CAPACIDADE DA SALA, A
      * >>> HISTORIA DE EVASAO E O FLUXO PROJETADO (SAIDA DE UMA
      * >>> TURMA DE ORIGEM E CHEGADA NA TURMA DE DESTINO)
       77  WS-MAX-TURMAS         PIC 9(03) COMP VALUE 300.
       77  WS-QT-TURMAS          PIC 9(03) COMP VALUE ZEROS.
       77  WS-IX                 PIC 9(03) COMP VALUE ZEROS.
       77  WS-IX-T               PIC 9(03) COMP VALUE ZEROS.
       77  WS-IX-ORIGEM          PIC 9(03) COMP VALUE ZEROS.
       77  WS-IX-DESTINO         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SAIDAS             PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-TURMAS.
           03 WS-TB-TURMA OCCURS 300 TIMES.
              05 WS-TB-CODIGO        PIC X(05).
              05 WS-TB-UNIDADE       PIC X(03).
              05 WS-TB-PROX-TURMA    PIC X(05).
              05 WS-TB-CAPACIDADE    PIC 9(03).
              05 WS-TB-HIST-ANT      PIC 9(05).
              05 WS-TB-HIST-EVA      PIC 9(05).
              05 WS-TB-SAI-PROMO     PIC 9(05).
              05 WS-TB-SAI-RETIDO    PIC 9(05).
              05 WS-TB-VEM-PROMO     PIC 9(05).
              05 WS-TB-VEM-RETIDO    PIC 9(05).
              05 WS-TB-EVASAO        PIC 9(05).
              05 WS-TB-CANDIDATOS    PIC 9(05).

      * >>> QUEBRA POR UNIDADE NA SAIDA DO SORT
       77  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       77  WS-EM-UNIDADE          PIC X(01) VALUE 'N'.
       77  WS-UNID-COD            PIC X(03) VALUE SPACES.
       77  WS-UNID-PROJETADO      PIC 9(05) VALUE ZEROS.
       77  WS-UNID-CAPACIDADE     PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

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

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA PROJMATR - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P080-CARREGA-TURMA THRU P080-EXIT
                    UNTIL WS-FS-TUR = 10
            PERFORM P100-PROCESSA-ALUNO THRU P100-EXIT
                    UNTIL WS-FS-ALU = 10
            IF WS-SEM-CANDIDATOS = 'N'
               PERFORM P500-CANDIDATO THRU P500-EXIT
                       UNTIL WS-FS-CAN = 10
            END-IF
            PERFORM VARYING WS-IX-ORIGEM FROM 1 BY 1
                    UNTIL WS-IX-ORIGEM > WS-QT-TURMAS
               PERFORM P550-APLICA-EVASAO THRU P550-EXIT
            END-PERFORM
            SORT WORK-PROJECAO
                 ON ASCENDING KEY WRK-UNID WRK-TURMA
                 INPUT PROCEDURE IS S600
                 OUTPUT PROCEDURE IS S650
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'PROJMATR' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'DIGITE O ANO LETIVO EM CURSO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
            PERFORM UNTIL WS-ANO-PEDIDO IS NUMERIC
                            AND WS-ANO-PEDIDO > ZEROS
               DISPLAY 'ANO INVALIDO! DIGITE NO FORMATO AAAA: '
               ACCEPT WS-ANO-PEDIDO
            END-PERFORM
            COMPUTE WS-ANO-SEGUINTE = WS-ANO-PEDIDO + 1

            DISPLAY 'BASE DA EVASAO HISTORICA (COMO NO RELEVASA)'
            DISPLAY 'DIGITE O ANO DO TERMO ANTERIOR (AAAA): '
            ACCEPT WS-ANO-ANT
            DISPLAY 'DIGITE O TERMO ANTERIOR (0 A 9): '
            ACCEPT WS-TERMO-ANT
            DISPLAY 'DIGITE O ANO DO TERMO ATUAL (AAAA): '
            ACCEPT WS-ANO-ATU
            DISPLAY 'DIGITE O TERMO ATUAL (0 A 9): '
            ACCEPT WS-TERMO-ATU

            DISPLAY 'OCUPACAO MINIMA EM % PARA NAO JUNTAR (00=50): '
            ACCEPT WS-PCT-JUNTAR
            IF WS-PCT-JUNTAR IS NOT NUMERIC
               OR WS-PCT-JUNTAR = ZEROS
               MOVE 50 TO WS-PCT-JUNTAR
            END-IF

            PERFORM P030-LE-LIMITE THRU P030-EXIT
            DISPLAY 'LIMITE DE MATERIAS EM DEPENDENCIA: '
                    WS-LIM-DEPENDENCIA.
       P020-EXIT.
            EXIT.

      * >>> MESMO ARQUIVO-PARAMETRO DA VIRADA (ROLLANO), PARA QUE A
      * >>> PROJECAO SIGA A REGRA QUE SERA APLICADA DE FATO
       P030-LE-LIMITE.
            OPEN INPUT ARQ-LIMITE
            IF WS-FS-PRM NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-LIMITE
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PRM-REG IS NUMERIC
                         MOVE PRM-QT-DEPENDENCIA TO WS-LIM-DEPENDENCIA
                      END-IF
            END-READ
            CLOSE ARQ-LIMITE.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/PROJECAO_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S3
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S5
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SD' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MATERIAS A NOTA PARCIAL NAO E COMPARADA; SEM SALAS A
      * >>> CAPACIDADE FICA ZERADA; SEM CANDIDATOS NINGUEM ENTRA
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE 'S' TO WS-SEM-MATERIAS
            END-IF
            OPEN INPUT CFP001V4
            IF WS-FS-SAL NOT = 00
               MOVE 'S' TO WS-SEM-SALAS
            END-IF
            OPEN INPUT CFP001V5
            IF WS-FS-CAN NOT = 00
               MOVE 'S' TO WS-SEM-CANDIDATOS
            END-IF

            OPEN OUTPUT REL-PROJECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-PROJECAO'     TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'PROJECAO DE MATRICULAS ' WS-ANO-PEDIDO
                   ' -> ' WS-ANO-SEGUINTE
                   ' (EVASAO ' WS-ANO-ANT '/' WS-TERMO-ANT
                   ' A ' WS-ANO-ATU '/' WS-TERMO-ATU
                   ', JUNTAR ABAIXO DE ' WS-PCT-JUNTAR '%)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

      * >>> CARREGA O CADASTRO DE TURMAS NA TABELA, COM A CAPACIDADE
      * >>> DA SALA DE CADA UMA
       S080 SECTION.
       P080-CARREGA-TURMA.
            READ CFP001SD
            IF WS-FS-TUR NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SD'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-TUR NOT = 00
               GO TO P080-EXIT
            END-IF
            MOVE TM-CODIGO  TO WS-TURMA-BUSCA
            MOVE TM-UNIDADE TO WS-UNID-BUSCA
            PERFORM P095-INCLUI-TURMA THRU P095-EXIT
            IF WS-IX-T = ZEROS
               GO TO P080-EXIT
            END-IF
            MOVE TM-PROX-TURMA TO WS-TB-PROX-TURMA(WS-IX-T)
            IF WS-SEM-SALAS = 'S' OR TM-SALA = SPACES
               GO TO P080-EXIT
            END-IF
            MOVE TM-UNIDADE TO SL-UNIDADE
            MOVE TM-SALA    TO SL-CODIGO
            READ CFP001V4
                 KEY IS SL-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE SL-CAPACIDADE TO WS-TB-CAPACIDADE(WS-IX-T)
            END-READ.
       P080-EXIT.
            EXIT.

      * >>> LOCALIZA A TURMA WS-TURMA-BUSCA NA TABELA (ZERO SE NAO
      * >>> ESTIVER LA)
       P090-ACHA-TURMA.
            PERFORM VARYING WS-IX-T FROM 1 BY 1
                    UNTIL WS-IX-T > WS-QT-TURMAS
                       OR WS-TB-CODIGO(WS-IX-T) = WS-TURMA-BUSCA
               CONTINUE
            END-PERFORM
            IF WS-IX-T > WS-QT-TURMAS
               MOVE ZEROS TO WS-IX-T
            END-IF.
       P090-EXIT.
            EXIT.

      * >>> LOCALIZA OU ACRESCENTA A TURMA; UMA TURMA SEGUINTE OU
      * >>> PRETENDIDA FORA DO CADASTRO ENTRA SEM SALA (CAPACIDADE
      * >>> ZERO) NA UNIDADE INFORMADA. TABELA CHEIA DEVOLVE ZERO
       P095-INCLUI-TURMA.
            PERFORM P090-ACHA-TURMA THRU P090-EXIT
            IF WS-IX-T NOT = ZEROS
               GO TO P095-EXIT
            END-IF
            IF WS-QT-TURMAS NOT < WS-MAX-TURMAS
               ADD 1 TO WS-R-EXCEDIDO
               GO TO P095-EXIT
            END-IF
            ADD 1 TO WS-QT-TURMAS
            MOVE WS-QT-TURMAS TO WS-IX-T
            INITIALIZE WS-TB-TURMA(WS-IX-T)
            MOVE WS-TURMA-BUSCA TO WS-TB-CODIGO(WS-IX-T)
            MOVE WS-UNID-BUSCA  TO WS-TB-UNIDADE(WS-IX-T).
       P095-EXIT.
            EXIT.

      * >>> UM ALUNO: ENTRA NA HISTORIA DE EVASAO DA SUA TURMA E, SE
      * >>> ATIVO, TEM O DESTINO PROJETADO PELAS NOTAS PARCIAIS
       S100 SECTION.
       P100-PROCESSA-ALUNO.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ALU NOT = 00
               GO TO P100-EXIT
            END-IF
            MOVE TU-ALUNO TO WS-TURMA-BUSCA
            PERFORM P090-ACHA-TURMA THRU P090-EXIT
            MOVE WS-IX-T TO WS-IX-ORIGEM

      * >>> CONCLUIDO E TRANSFERIDO NAO CONTAM COMO EVASAO
            IF NOT ALUNO-CONCLUIDO AND NOT ALUNO-TRANSFERIDO
               AND WS-IX-ORIGEM NOT = ZEROS
               PERFORM P150-APURA-MATRICULAS THRU P150-EXIT
               IF WS-TEVE-ANTERIOR = 'S'
                  ADD 1 TO WS-TB-HIST-ANT(WS-IX-ORIGEM)
                  IF WS-TEM-ATUAL = 'N'
                     ADD 1 TO WS-TB-HIST-EVA(WS-IX-ORIGEM)
                  END-IF
               END-IF
            END-IF

            IF NOT ALUNO-ATIVO
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-ALU
            PERFORM P200-AVALIA-ANO THRU P200-EXIT
            PERFORM P300-DESTINO THRU P300-EXIT.
       P100-EXIT.
            EXIT.

      * >>> MATRICULAS DO ALUNO: ATIVA NO TERMO ANTERIOR? E NO ATUAL?
       P150-APURA-MATRICULAS.
            MOVE 'N' TO WS-TEVE-ANTERIOR WS-TEM-ATUAL WS-FIM-MTR
            MOVE ID-ALUNO TO MT-ID-ALUNO
            MOVE ZEROS TO MT-ID-MATERIA MT-AN-MATERIA MT-TR-MATERIA
            START CFP001S5 KEY IS NOT LESS MT-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-MTR
            END-START
            PERFORM P170-LER-MATRICULA THRU P170-EXIT
                    UNTIL WS-FIM-MTR = 'S'.
       P150-EXIT.
            EXIT.

       P170-LER-MATRICULA.
            READ CFP001S5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-MTR
                      GO TO P170-EXIT
            END-READ
            IF MT-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-MTR
               GO TO P170-EXIT
            END-IF
            IF NOT MATRICULA-ATIVA
               GO TO P170-EXIT
            END-IF
            IF MT-AN-MATERIA = WS-ANO-ANT
               AND MT-TR-MATERIA = WS-TERMO-ANT
               MOVE 'S' TO WS-TEVE-ANTERIOR
            END-IF
            IF MT-AN-MATERIA = WS-ANO-ATU
               AND MT-TR-MATERIA = WS-TERMO-ATU
               MOVE 'S' TO WS-TEM-ATUAL
            END-IF.
       P170-EXIT.
            EXIT.

      * >>> VARRE AS NOTAS DO ALUNO NO ANO EM CURSO: TEVE NOTA? QUANTAS
      * >>> MATERIAS REPROVADAS (FIXADAS OU PELA MEDIA PARCIAL)?
       S200 SECTION.
       P200-AVALIA-ANO.
            MOVE 'N' TO WS-TEM-NOTA-ANO
            MOVE 'N' TO WS-TEM-REPROV
            MOVE ZEROS TO WS-QT-REPROV
            MOVE 'N' TO WS-FIM-NOTAS
            MOVE ID-ALUNO TO WS-ID-CORRENTE
            MOVE LOW-VALUES TO NT-CHAVE
            MOVE ID-ALUNO TO NT-ID-ALUNO
            START CFP001S3 KEY IS NOT LESS NT-CHAVE
                  INVALID KEY
                       GO TO P200-EXIT
            END-START
            PERFORM P250-LE-NOTA THRU P250-EXIT
                    UNTIL WS-FIM-NOTAS = 'S'.
       P200-EXIT.
            EXIT.

       P250-LE-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-NOTAS
                      GO TO P250-EXIT
            END-READ
            IF NT-ID-ALUNO NOT = WS-ID-CORRENTE
               MOVE 'S' TO WS-FIM-NOTAS
               GO TO P250-EXIT
            END-IF
            IF NT-AN-MATERIA NOT = WS-ANO-PEDIDO
               GO TO P250-EXIT
            END-IF
            MOVE 'S' TO WS-TEM-NOTA-ANO
            IF NOTA-REPROVADO OR NOTA-REPROV-FALTA
               MOVE 'S' TO WS-TEM-REPROV
               ADD 1 TO WS-QT-REPROV
               GO TO P250-EXIT
            END-IF
            IF NT-SITUACAO NOT = SPACES
               GO TO P250-EXIT
            END-IF
            PERFORM P260-MEDIA-PARCIAL THRU P260-EXIT.
       P250-EXIT.
            EXIT.

      * >>> MATERIA AINDA SEM SITUACAO FIXADA: MEDIA PARCIAL LANCADA E
      * >>> ABAIXO DA NOTA DE APROVACAO DA OFERTA CONTA COMO REPROVADA
       P260-MEDIA-PARCIAL.
            IF WS-SEM-MATERIAS = 'S' OR NT-MEDIA = ZEROS
               GO TO P260-EXIT
            END-IF
            MOVE NT-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P260-EXIT
            END-READ
            IF NT-MEDIA < NT-APROVACAO
               MOVE 'S' TO WS-TEM-REPROV
               ADD 1 TO WS-QT-REPROV
               ADD 1 TO WS-R-EM-RISCO
            END-IF.
       P260-EXIT.
            EXIT.

      * >>> DESTINO PROJETADO, NA MESMA ORDEM DE DECISAO DO ROLLANO:
      * >>> SEM NOTAS OU REPROVADO ACIMA DO LIMITE FICA NA TURMA;
      * >>> APROVADO (OU COM DEPENDENCIA) VAI PARA A TURMA SEGUINTE;
      * >>> SEM SEGUINTE CONCLUI, SALVO SE TIVER DEPENDENCIA
       S300 SECTION.
       P300-DESTINO.
      * >>> TURMA FORA DO CADASTRO NAO TEM SEGUINTE: CONCLUINTE
            IF WS-IX-ORIGEM = ZEROS
               ADD 1 TO WS-R-CONCLUINTES
               GO TO P300-EXIT
            END-IF
            IF WS-TEM-NOTA-ANO = 'N'
               PERFORM P350-RETEM THRU P350-EXIT
               GO TO P300-EXIT
            END-IF

            MOVE 'N' TO WS-COM-DEPENDENCIA
            IF WS-TEM-REPROV = 'S'
               AND WS-QT-REPROV NOT > WS-LIM-DEPENDENCIA
               MOVE 'S' TO WS-COM-DEPENDENCIA
               MOVE 'N' TO WS-TEM-REPROV
            END-IF
            IF WS-TEM-REPROV = 'S'
               PERFORM P350-RETEM THRU P350-EXIT
               GO TO P300-EXIT
            END-IF

            IF WS-TB-PROX-TURMA(WS-IX-ORIGEM) = SPACES
               IF WS-COM-DEPENDENCIA = 'S'
                  PERFORM P350-RETEM THRU P350-EXIT
               ELSE
                  ADD 1 TO WS-R-CONCLUINTES
               END-IF
               GO TO P300-EXIT
            END-IF
            ADD 1 TO WS-TB-SAI-PROMO(WS-IX-ORIGEM)
            ADD 1 TO WS-R-PROMOVIDOS.
       P300-EXIT.
            EXIT.

       P350-RETEM.
            ADD 1 TO WS-TB-SAI-RETIDO(WS-IX-ORIGEM)
            ADD 1 TO WS-R-RETIDOS.
       P350-EXIT.
            EXIT.

      * >>> CANDIDATO APROVADO PARA O ANO SEGUINTE ENTRA NA TURMA
      * >>> PRETENDIDA
       S500 SECTION.
       P500-CANDIDATO.
            READ CFP001V5
            IF WS-FS-CAN NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-CAN NOT = 00
               GO TO P500-EXIT
            END-IF
            IF NOT CANDIDATO-APROVADO
               OR CD-AN-LETIVO NOT = WS-ANO-SEGUINTE
               OR CD-TURMA = SPACES
               GO TO P500-EXIT
            END-IF
            MOVE CD-TURMA   TO WS-TURMA-BUSCA
            MOVE CD-UNIDADE TO WS-UNID-BUSCA
            PERFORM P095-INCLUI-TURMA THRU P095-EXIT
            IF WS-IX-T = ZEROS
               GO TO P500-EXIT
            END-IF
            ADD 1 TO WS-TB-CANDIDATOS(WS-IX-T)
            ADD 1 TO WS-R-CANDIDATOS.
       P500-EXIT.
            EXIT.

      * >>> APLICA A TAXA DE EVASAO DA TURMA DE ORIGEM AOS QUE SAEM
      * >>> DELA: PROMOVIDOS CHEGAM NA SEGUINTE, RETIDOS FICAM NELA
       S550 SECTION.
       P550-APLICA-EVASAO.
            IF WS-TB-SAI-PROMO(WS-IX-ORIGEM) = ZEROS
               AND WS-TB-SAI-RETIDO(WS-IX-ORIGEM) = ZEROS
               GO TO P550-EXIT
            END-IF

            IF WS-TB-SAI-RETIDO(WS-IX-ORIGEM) > ZEROS
               ADD WS-TB-SAI-RETIDO(WS-IX-ORIGEM)
                   TO WS-TB-VEM-RETIDO(WS-IX-ORIGEM)
               MOVE ZEROS TO WS-SAIDAS
               IF WS-TB-HIST-ANT(WS-IX-ORIGEM) > ZEROS
                  COMPUTE WS-SAIDAS ROUNDED =
                          WS-TB-SAI-RETIDO(WS-IX-ORIGEM)
                        * WS-TB-HIST-EVA(WS-IX-ORIGEM)
                        / WS-TB-HIST-ANT(WS-IX-ORIGEM)
               END-IF
               ADD WS-SAIDAS TO WS-TB-EVASAO(WS-IX-ORIGEM)
            END-IF

            IF WS-TB-SAI-PROMO(WS-IX-ORIGEM) = ZEROS
               GO TO P550-EXIT
            END-IF
            MOVE WS-TB-PROX-TURMA(WS-IX-ORIGEM) TO WS-TURMA-BUSCA
            MOVE WS-TB-UNIDADE(WS-IX-ORIGEM)    TO WS-UNID-BUSCA
            PERFORM P095-INCLUI-TURMA THRU P095-EXIT
            IF WS-IX-T = ZEROS
               GO TO P550-EXIT
            END-IF
            MOVE WS-IX-T TO WS-IX-DESTINO
            ADD WS-TB-SAI-PROMO(WS-IX-ORIGEM)
                TO WS-TB-VEM-PROMO(WS-IX-DESTINO)
            MOVE ZEROS TO WS-SAIDAS
            IF WS-TB-HIST-ANT(WS-IX-ORIGEM) > ZEROS
               COMPUTE WS-SAIDAS ROUNDED =
                       WS-TB-SAI-PROMO(WS-IX-ORIGEM)
                     * WS-TB-HIST-EVA(WS-IX-ORIGEM)
                     / WS-TB-HIST-ANT(WS-IX-ORIGEM)
            END-IF
            ADD WS-SAIDAS TO WS-TB-EVASAO(WS-IX-DESTINO).
       P550-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: UMA LINHA POR TURMA COM MOVIMENTO PREVISTO
       S600 SECTION.
       P600-ENTRADA.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QT-TURMAS
               PERFORM P610-LIBERA-TURMA THRU P610-EXIT
            END-PERFORM
            GO TO P690-FIM-ENTRADA.

       P610-LIBERA-TURMA.
            IF WS-TB-VEM-PROMO(WS-IX) = ZEROS
               AND WS-TB-VEM-RETIDO(WS-IX) = ZEROS
               AND WS-TB-CANDIDATOS(WS-IX) = ZEROS
               GO TO P610-EXIT
            END-IF
            MOVE WS-TB-UNIDADE(WS-IX)    TO WRK-UNID
            MOVE WS-TB-CODIGO(WS-IX)     TO WRK-TURMA
            MOVE WS-TB-VEM-PROMO(WS-IX)  TO WRK-PROMOVIDOS
            MOVE WS-TB-VEM-RETIDO(WS-IX) TO WRK-RETIDOS
            MOVE WS-TB-EVASAO(WS-IX)     TO WRK-EVASAO
            MOVE WS-TB-CANDIDATOS(WS-IX) TO WRK-CANDIDATOS
            MOVE WS-TB-CAPACIDADE(WS-IX) TO WRK-CAPACIDADE
            COMPUTE WRK-PROJETADO = WRK-PROMOVIDOS + WRK-RETIDOS
                                  + WRK-CANDIDATOS - WRK-EVASAO
            RELEASE WRK-PROJECAO.
       P610-EXIT.
            EXIT.

       P690-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: QUEBRA POR UNIDADE, UMA LINHA POR TURMA COM
      * >>> A SITUACAO CONTRA A CAPACIDADE DA SALA
       S650 SECTION.
       P650-IMPRIME.
            MOVE 'N' TO WS-FIM-SORT WS-EM-UNIDADE
            PERFORM P660-UM-RETORNO THRU P660-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            PERFORM P680-FECHA-UNIDADE THRU P680-EXIT
            GO TO P695-FIM-SAIDA.

       P660-UM-RETORNO.
            RETURN WORK-PROJECAO
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P660-EXIT
            END-RETURN
            IF WS-EM-UNIDADE = 'N'
               OR WRK-UNID NOT = WS-UNID-COD
               PERFORM P680-FECHA-UNIDADE THRU P680-EXIT
               MOVE 'S'      TO WS-EM-UNIDADE
               MOVE WRK-UNID TO WS-UNID-COD
               MOVE ZEROS    TO WS-UNID-PROJETADO WS-UNID-CAPACIDADE
               MOVE SPACES TO REL-LINHA
               STRING 'UNIDADE ' WRK-UNID
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF

            PERFORM P670-SITUACAO THRU P670-EXIT
            ADD WRK-PROJETADO  TO WS-UNID-PROJETADO WS-R-PROJETADO
            ADD WRK-CAPACIDADE TO WS-UNID-CAPACIDADE
            ADD WRK-EVASAO     TO WS-R-EVASAO
            MOVE SPACES TO REL-LINHA
            STRING ' TURMA ' WRK-TURMA
                   ' PROM ' WRK-PROMOVIDOS
                   ' RET ' WRK-RETIDOS
                   ' EVA -' WRK-EVASAO
                   ' CAND +' WRK-CANDIDATOS
                   ' PROJ ' WRK-PROJETADO
                   ' CAP ' WRK-CAPACIDADE
                   ' ' WS-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P660-EXIT.
            EXIT.

      * >>> ACIMA DA CAPACIDADE: DIVIDIR; ABAIXO DA OCUPACAO MINIMA:
      * >>> JUNTAR; TURMA SEM SALA CADASTRADA NAO TEM COMO COMPARAR
       P670-SITUACAO.
            IF WRK-CAPACIDADE = ZEROS
               MOVE 'SEM SALA' TO WS-SITUACAO
               GO TO P670-EXIT
            END-IF
            IF WRK-PROJETADO > WRK-CAPACIDADE
               MOVE 'DIVIDIR' TO WS-SITUACAO
               ADD 1 TO WS-R-DIVIDIR
               GO TO P670-EXIT
            END-IF
            COMPUTE WS-OCUPACAO-MIN ROUNDED =
                    WRK-CAPACIDADE * WS-PCT-JUNTAR / 100
            IF WRK-PROJETADO < WS-OCUPACAO-MIN
               MOVE 'JUNTAR' TO WS-SITUACAO
               ADD 1 TO WS-R-JUNTAR
            ELSE
               MOVE 'OK' TO WS-SITUACAO
            END-IF.
       P670-EXIT.
            EXIT.

       P680-FECHA-UNIDADE.
            IF WS-EM-UNIDADE = 'N'
               GO TO P680-EXIT
            END-IF
            MOVE ZEROS TO WS-PCT
            IF WS-UNID-CAPACIDADE > ZEROS
               COMPUTE WS-PCT ROUNDED =
                       (WS-UNID-PROJETADO * 100) / WS-UNID-CAPACIDADE
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL UNIDADE ' WS-UNID-COD
                   ' PROJETADO ' WS-UNID-PROJETADO
                   ' CAPACIDADE ' WS-UNID-CAPACIDADE
                   ' (' WS-PCT '%)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P680-EXIT.
            EXIT.

       P695-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS ATIVOS AVALIADOS....: ' WS-R-ALU
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PROMOVIDOS PREVISTOS.......: ' WS-R-PROMOVIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'RETIDOS PREVISTOS..........: ' WS-R-RETIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'CONCLUINTES PREVISTOS......: ' WS-R-CONCLUINTES
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'MATERIAS ABAIXO DA MEDIA...: ' WS-R-EM-RISCO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'EVASAO PREVISTA............: ' WS-R-EVASAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'CANDIDATOS APROVADOS.......: ' WS-R-CANDIDATOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'MATRICULAS PROJETADAS......: ' WS-R-PROJETADO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS A DIVIDIR...........: ' WS-R-DIVIDIR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS A JUNTAR............: ' WS-R-JUNTAR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WS-R-EXCEDIDO > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'TURMAS ALEM DA TABELA......: ' WS-R-EXCEDIDO
                      ' (FORA DA PROJECAO)'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF

            CLOSE CFP001S1
            CLOSE CFP001S3
            CLOSE CFP001S5
            CLOSE CFP001SD
            IF WS-SEM-MATERIAS = 'N'
               CLOSE CFP001S2
            END-IF
            IF WS-SEM-SALAS = 'N'
               CLOSE CFP001V4
            END-IF
            IF WS-SEM-CANDIDATOS = 'N'
               CLOSE CFP001V5
            END-IF
            CLOSE REL-PROJECAO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-PROJECAO'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'PROJMATR'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA PROJMATR'
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
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'PROJMATR' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA PROJMATR FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ALUNOS ATIVOS AVALIADOS....: ' WS-R-ALU
            DISPLAY ' PROMOVIDOS PREVISTOS.......: ' WS-R-PROMOVIDOS
            DISPLAY ' RETIDOS PREVISTOS..........: ' WS-R-RETIDOS
            DISPLAY ' CONCLUINTES PREVISTOS......: ' WS-R-CONCLUINTES
            DISPLAY ' EVASAO PREVISTA............: ' WS-R-EVASAO
            DISPLAY ' CANDIDATOS APROVADOS.......: ' WS-R-CANDIDATOS
            DISPLAY ' MATRICULAS PROJETADAS......: ' WS-R-PROJETADO
            DISPLAY ' TURMAS A DIVIDIR...........: ' WS-R-DIVIDIR
            DISPLAY ' TURMAS A JUNTAR............: ' WS-R-JUNTAR
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM PROJMATR.
