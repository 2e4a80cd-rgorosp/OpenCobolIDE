      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ALUNOS EM RISCO (ALERTA ANTECIPADO) - PARA CADA ALUNO
      *          ATIVO DA TURMA PEDIDA (BRANCOS = TODAS) CALCULA UM
      *          INDICE DE RISCO DE 0 A 100 PELA MEDIA PONDERADA DE
      *          QUATRO FATORES, CADA UM DE 0 A 100 PONTOS:
      *            FREQUENCIA - PRESENCAS/AULAS NO ANO LETIVO
      *                         (FREQUENC.DAT + FREQRESU.DAT DOS
      *                         TERMOS ARQUIVADOS); ABAIXO DO MINIMO,
      *                         PONTOS PROPORCIONAIS A DISTANCIA
      *            NOTAS      - OFERTAS DO ANO COM MEDIA ABAIXO DO
      *                         NT-APROVACAO DA OFERTA (NOTAS.DAT),
      *                         SOBRE AS OFERTAS COM NOTA LANCADA
      *            OCORRENCIAS- OCORRENCIAS DOS ULTIMOS N DIAS
      *                         (OCORREN.DAT), PONTOS POR SEVERIDADE
      *            FINANCEIRO - DEBITO EM ABERTO DA FAMILIA (VERINADI):
      *                         BLOQUEIO 100, AVISO 50
      *          PESOS E LIMITES NO ARQUIVO-PARAMETRO RISCOPES.DAT
      *          (UMA LINHA, SEM VIRGULA, 3 POSICOES CADA: 1-3 PESO
      *          FREQUENCIA, 4-6 PESO NOTAS, 7-9 PESO OCORRENCIAS, 10-12
      *          PESO FINANCEIRO, 13-15 FREQUENCIA MINIMA %, 16-18 DIAS
      *          DE OCORRENCIAS, 19-21 INDICE MINIMO PARA LISTAR, 22-24
      *          PONTOS OCORRENCIA LEVE, 25-27 MEDIA, 28-30 GRAVE;
      *          PADRAO 030030020020075060020010025050).
      *          SAI POR TURMA, DO MAIOR PARA O MENOR INDICE, COM OS
      *          FATORES DE CADA ALUNO, PARA A COORDENACAO CHAMAR A
      *          FAMILIA ANTES DO FECHAMENTO DO TERMO.
      *          SAIDA COM TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRISCO.
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
           SELECT CFP001S6 ASSIGN TO "C:/ARQUIVOS/FREQUENC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ.
           SELECT CFP001SZ ASSIGN TO "C:/ARQUIVOS/FREQRESU.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FR-CHAVE
                  FILE STATUS  IS WS-FS-RES.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001ST ASSIGN TO "C:/ARQUIVOS/OCORREN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OC-CHAVE
                  FILE STATUS  IS WS-FS-OCO.
           SELECT ARQ-PESOS ASSIGN TO "C:/ARQUIVOS/RISCOPES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PES.
           SELECT WORK-RISCO ASSIGN TO "C:/ARQUIVOS/RISCWORK.TMP".
           SELECT REL-RISCO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001SZ.
           COPY REGFRESU.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001ST.
           COPY REGOCORR.
       FD  ARQ-PESOS.
       01  PES-REG.
           03 PES-PESO-FREQ      PIC 9(03).
           03 PES-PESO-NOTAS     PIC 9(03).
           03 PES-PESO-OCORR     PIC 9(03).
           03 PES-PESO-FINAN     PIC 9(03).
           03 PES-FREQ-MINIMA    PIC 9(03).
           03 PES-DIAS-OCORR     PIC 9(03).
           03 PES-INDICE-MINIMO  PIC 9(03).
           03 PES-PT-LEVE        PIC 9(03).
           03 PES-PT-MEDIA       PIC 9(03).
           03 PES-PT-GRAVE       PIC 9(03).
       SD  WORK-RISCO.
       01  WRK-RISCO.
           03 WRK-TURMA          PIC X(05).
           03 WRK-INDICE         PIC 9(03).
           03 WRK-NOME           PIC X(20).
           03 WRK-ID             PIC 9(05).
           03 WRK-AULAS          PIC 9(05).
           03 WRK-PC-FREQ        PIC 9(03).
           03 WRK-PT-FREQ        PIC 9(03).
           03 WRK-QT-OFERTAS     PIC 9(02).
           03 WRK-QT-ABAIXO      PIC 9(02).
           03 WRK-PT-NOTAS       PIC 9(03).
           03 WRK-QT-LEVE        PIC 9(02).
           03 WRK-QT-MEDIA       PIC 9(02).
           03 WRK-QT-GRAVE       PIC 9(02).
           03 WRK-PT-OCORR       PIC 9(03).
           03 WRK-VL-ABERTO      PIC 9(08)V99.
           03 WRK-ACAO           PIC X(01).
           03 WRK-PT-FINAN       PIC 9(03).
       FD  REL-RISCO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FRQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-OCO          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-FIM-ALU         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-FIM-SCAN        PIC X(01) VALUE 'N'.
           03 WS-SEM-FREQ        PIC X(01) VALUE 'N'.
           03 WS-SEM-RESUMO      PIC X(01) VALUE 'N'.
           03 WS-SEM-NOTAS       PIC X(01) VALUE 'N'.
           03 WS-SEM-MATERIAS    PIC X(01) VALUE 'N'.
           03 WS-SEM-OCORRENCIAS PIC X(01) VALUE 'N'.
           03 WS-R-ALUNOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-ALTO          PIC 9(05) VALUE ZEROS.
           03 WS-R-TURMAS        PIC 9(03) VALUE ZEROS.
           03 WS-T-ALUNOS        PIC 9(03) VALUE ZEROS.
           03 WS-T-LISTADOS      PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-POSICAO         PIC 9(03) VALUE ZEROS.

      * >>> PESOS E LIMITES EM VIGOR (PADRAO OU RISCOPES.DAT)
       01  WS-PESOS.
           03 WS-PESO-FREQ       PIC 9(03) VALUE 030.
           03 WS-PESO-NOTAS      PIC 9(03) VALUE 030.
           03 WS-PESO-OCORR      PIC 9(03) VALUE 020.
           03 WS-PESO-FINAN      PIC 9(03) VALUE 020.
           03 WS-FREQ-MINIMA     PIC 9(03) VALUE 075.
           03 WS-DIAS-OCORR      PIC 9(03) VALUE 060.
           03 WS-INDICE-MINIMO   PIC 9(03) VALUE 020.
           03 WS-PT-LEVE         PIC 9(03) VALUE 010.
           03 WS-PT-MEDIA        PIC 9(03) VALUE 025.
           03 WS-PT-GRAVE        PIC 9(03) VALUE 050.
       77  WS-SOMA-PESOS          PIC 9(04) VALUE ZEROS.

      * >>> APURACAO DO ALUNO CORRENTE
       01  WS-APURACAO.
           03 WS-QT-PRESENTE     PIC 9(05) VALUE ZEROS.
           03 WS-QT-FALTA        PIC 9(05) VALUE ZEROS.
           03 WS-PONTOS          PIC 9(05) VALUE ZEROS.
           03 WS-INDICE          PIC 9(03)V99 VALUE ZEROS.
       77  WS-DT-CORTE            PIC 9(08) VALUE ZEROS.
       77  WS-FAIXA               PIC X(05) VALUE SPACES.

      * AREA DE COMUNICACAO COM A CONSULTA DE INADIMPLENCIA (VERINADI)
       01  WS-INADIMPL-AREA.
           03 WS-IN-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-IN-VL-ABERTO    PIC 9(08)V99 VALUE ZEROS.
           03 WS-IN-ACAO         PIC X(01) VALUE SPACES.
           03 WS-IN-MENSAGEM     PIC X(40) VALUE SPACES.

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
            DISPLAY 'PROGRAMA RELRISCO - INICIADO'
            DISPLAY 'DIGITE O CODIGO DA TURMA (BRANCOS = TODAS): '
            MOVE SPACES TO WS-TURMA-PEDIDA
            ACCEPT WS-TURMA-PEDIDA
            DISPLAY 'DIGITE O ANO LETIVO (AAAA, ZEROS = ANO CORRENTE): '
            ACCEPT WS-ANO-PEDIDO

            PERFORM P030-LER-PESOS THRU P030-EXIT
            PERFORM P050-ABRIR
            SORT WORK-RISCO
                 ON ASCENDING KEY WRK-TURMA
                 ON DESCENDING KEY WRK-INDICE
                 ON ASCENDING KEY WRK-NOME
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S200
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELRISCO' TO WS-LY-PROGRAMA
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
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> PESOS DO ARQUIVO-PARAMETRO; SEM ARQUIVO, LINHA NAO NUMERICA
      * >>> OU PESOS ZERADOS, FICA O PADRAO
       S030 SECTION.
       P030-LER-PESOS.
            OPEN INPUT ARQ-PESOS
            IF WS-FS-PES NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-PESOS
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PES-REG IS NUMERIC
                         AND (PES-PESO-FREQ + PES-PESO-NOTAS
                            + PES-PESO-OCORR + PES-PESO-FINAN) > ZEROS
                         MOVE PES-REG TO WS-PESOS
                      END-IF
            END-READ
            CLOSE ARQ-PESOS.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/RISCO_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            IF WS-ANO-PEDIDO = ZEROS
               MOVE WS-DATA-GERACAO(1:4) TO WS-ANO-PEDIDO
            END-IF
            COMPUTE WS-SOMA-PESOS = WS-PESO-FREQ + WS-PESO-NOTAS
                                  + WS-PESO-OCORR + WS-PESO-FINAN
            COMPUTE WS-DT-CORTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-DATA-GERACAO(1:8)))
                     - WS-DIAS-OCORR)

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> FATOR SEM ARQUIVO DISPONIVEL FICA COM ZERO PONTO
            OPEN INPUT CFP001S6
            IF WS-FS-FRQ NOT = 00
               MOVE 'S' TO WS-SEM-FREQ
            END-IF
            OPEN INPUT CFP001SZ
            IF WS-FS-RES NOT = 00
               MOVE 'S' TO WS-SEM-RESUMO
            END-IF
            OPEN INPUT CFP001S3
            IF WS-FS-NOT NOT = 00
               MOVE 'S' TO WS-SEM-NOTAS
            END-IF
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE 'S' TO WS-SEM-MATERIAS
            END-IF
            OPEN INPUT CFP001ST
            IF WS-FS-OCO NOT = 00
               MOVE 'S' TO WS-SEM-OCORRENCIAS
            END-IF

            OPEN OUTPUT REL-RISCO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-RISCO'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS EM RISCO - ANO LETIVO ' WS-ANO-PEDIDO
                   ' - EMITIDO EM ' WS-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PESOS: FREQUENCIA ' WS-PESO-FREQ
                   ' NOTAS ' WS-PESO-NOTAS
                   ' OCORRENCIAS ' WS-PESO-OCORR
                   ' FINANCEIRO ' WS-PESO-FINAN
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'FREQUENCIA MINIMA ' WS-FREQ-MINIMA
                   '% - OCORRENCIAS DESDE ' WS-DT-CORTE
                   ' - LISTADOS COM INDICE A PARTIR DE '
                   WS-INDICE-MINIMO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: APURA OS FATORES DE CADA ALUNO ATIVO
       S100 SECTION.
       P100-ENTRADA.
            MOVE 'N' TO WS-FIM-ALU
            PERFORM P110-UM-ALUNO THRU P110-EXIT
                    UNTIL WS-FIM-ALU = 'S'
            GO TO P199-FIM-ENTRADA.

       P110-UM-ALUNO.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ALU NOT = 00
               MOVE 'S' TO WS-FIM-ALU
               GO TO P110-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               GO TO P110-EXIT
            END-IF
            IF WS-TURMA-PEDIDA NOT = SPACES
               AND TU-ALUNO NOT = WS-TURMA-PEDIDA
               GO TO P110-EXIT
            END-IF
            ADD 1 TO WS-R-ALUNOS
            INITIALIZE WRK-RISCO
            MOVE TU-ALUNO TO WRK-TURMA
            MOVE NM-ALUNO TO WRK-NOME
            MOVE ID-ALUNO TO WRK-ID

            PERFORM P120-FREQUENCIA THRU P120-EXIT
            PERFORM P140-NOTAS THRU P140-EXIT
            PERFORM P160-OCORRENCIAS THRU P160-EXIT
            PERFORM P180-FINANCEIRO THRU P180-EXIT

            COMPUTE WS-INDICE ROUNDED =
                    (WRK-PT-FREQ  * WS-PESO-FREQ
                   + WRK-PT-NOTAS * WS-PESO-NOTAS
                   + WRK-PT-OCORR * WS-PESO-OCORR
                   + WRK-PT-FINAN * WS-PESO-FINAN) / WS-SOMA-PESOS
            MOVE WS-INDICE TO WRK-INDICE
            RELEASE WRK-RISCO.
       P110-EXIT.
            EXIT.

      * >>> FREQUENCIA DO ANO: AULAS VIVAS (CFP001S6) MAIS OS TOTAIS
      * >>> DOS TERMOS JA ARQUIVADOS (CFP001SZ)
       P120-FREQUENCIA.
            MOVE ZEROS TO WS-QT-PRESENTE WS-QT-FALTA
            IF WS-SEM-FREQ = 'N'
               MOVE 'N'      TO WS-FIM-SCAN
               MOVE ID-ALUNO TO FQ-ID-ALUNO
               MOVE ZEROS    TO FQ-CHAVE-MATERIA FQ-DT-AULA
               START CFP001S6 KEY IS NOT LESS FQ-CHAVE
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-SCAN
               END-START
               PERFORM P125-LER-FREQ THRU P125-EXIT
                       UNTIL WS-FIM-SCAN = 'S'
            END-IF
            IF WS-SEM-RESUMO = 'N'
               MOVE 'N'      TO WS-FIM-SCAN
               MOVE ID-ALUNO TO FR-ID-ALUNO
               MOVE ZEROS    TO FR-CHAVE-MATERIA
               START CFP001SZ KEY IS NOT LESS FR-CHAVE
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-SCAN
               END-START
               PERFORM P130-LER-RESUMO THRU P130-EXIT
                       UNTIL WS-FIM-SCAN = 'S'
            END-IF
            COMPUTE WRK-AULAS = WS-QT-PRESENTE + WS-QT-FALTA
            IF WRK-AULAS = ZEROS
               MOVE 100 TO WRK-PC-FREQ
               GO TO P120-EXIT
            END-IF
            COMPUTE WRK-PC-FREQ =
                    WS-QT-PRESENTE * 100 / WRK-AULAS
            IF WRK-PC-FREQ < WS-FREQ-MINIMA
               COMPUTE WRK-PT-FREQ ROUNDED =
                       (WS-FREQ-MINIMA - WRK-PC-FREQ) * 100
                       / WS-FREQ-MINIMA
            END-IF.
       P120-EXIT.
            EXIT.

       P125-LER-FREQ.
            READ CFP001S6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P125-EXIT
            END-READ
            IF FQ-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P125-EXIT
            END-IF
            IF FQ-AN-MATERIA NOT = WS-ANO-PEDIDO
               GO TO P125-EXIT
            END-IF
            IF FREQ-PRESENTE
               ADD 1 TO WS-QT-PRESENTE
            ELSE
               ADD 1 TO WS-QT-FALTA
            END-IF.
       P125-EXIT.
            EXIT.

       P130-LER-RESUMO.
            READ CFP001SZ NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P130-EXIT
            END-READ
            IF FR-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P130-EXIT
            END-IF
            IF FR-AN-MATERIA = WS-ANO-PEDIDO
               ADD FR-QT-PRESENCAS TO WS-QT-PRESENTE
               ADD FR-QT-FALTAS    TO WS-QT-FALTA
            END-IF.
       P130-EXIT.
            EXIT.

      * >>> OFERTAS DO ANO COM MEDIA ABAIXO DA NOTA DE APROVACAO DA
      * >>> OFERTA (APROVADO PELO CONSELHO NAO CONTA)
       P140-NOTAS.
            IF WS-SEM-NOTAS = 'S' OR WS-SEM-MATERIAS = 'S'
               GO TO P140-EXIT
            END-IF
            MOVE 'N'      TO WS-FIM-SCAN
            MOVE ID-ALUNO TO NT-ID-ALUNO
            MOVE ZEROS    TO NT-CHAVE-MATERIA
            START CFP001S3 KEY IS NOT LESS NT-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
            END-START
            PERFORM P145-LER-NOTA THRU P145-EXIT
                    UNTIL WS-FIM-SCAN = 'S'
            IF WRK-QT-OFERTAS > ZEROS
               COMPUTE WRK-PT-NOTAS ROUNDED =
                       WRK-QT-ABAIXO * 100 / WRK-QT-OFERTAS
            END-IF.
       P140-EXIT.
            EXIT.

       P145-LER-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P145-EXIT
            END-READ
            IF NT-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P145-EXIT
            END-IF
            IF NT-AN-MATERIA NOT = WS-ANO-PEDIDO
               GO TO P145-EXIT
            END-IF
            MOVE NT-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P145-EXIT
            END-READ
            ADD 1 TO WRK-QT-OFERTAS
            IF NT-MEDIA-FINAL < NT-APROVACAO
               AND NOT NOTA-APROV-CONSELHO
               ADD 1 TO WRK-QT-ABAIXO
            END-IF.
       P145-EXIT.
            EXIT.

      * >>> OCORRENCIAS DOS ULTIMOS N DIAS, PONTUADAS POR SEVERIDADE
       P160-OCORRENCIAS.
            IF WS-SEM-OCORRENCIAS = 'S'
               GO TO P160-EXIT
            END-IF
            MOVE 'N'      TO WS-FIM-SCAN
            MOVE ID-ALUNO TO OC-ID-ALUNO
            MOVE ZEROS    TO OC-SEQUENCIA
            START CFP001ST KEY IS NOT LESS OC-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-SCAN
            END-START
            PERFORM P165-LER-OCORRENCIA THRU P165-EXIT
                    UNTIL WS-FIM-SCAN = 'S'
            COMPUTE WS-PONTOS = WRK-QT-LEVE  * WS-PT-LEVE
                              + WRK-QT-MEDIA * WS-PT-MEDIA
                              + WRK-QT-GRAVE * WS-PT-GRAVE
            IF WS-PONTOS > 100
               MOVE 100 TO WS-PONTOS
            END-IF
            MOVE WS-PONTOS TO WRK-PT-OCORR.
       P160-EXIT.
            EXIT.

       P165-LER-OCORRENCIA.
            READ CFP001ST NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-SCAN
                      GO TO P165-EXIT
            END-READ
            IF OC-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-SCAN
               GO TO P165-EXIT
            END-IF
            IF OC-DT-OCORRENCIA < WS-DT-CORTE
               GO TO P165-EXIT
            END-IF
            EVALUATE TRUE
                WHEN OCORR-GRAVE
                  ADD 1 TO WRK-QT-GRAVE
                WHEN OCORR-MEDIA
                  ADD 1 TO WRK-QT-MEDIA
                WHEN OTHER
                  ADD 1 TO WRK-QT-LEVE
            END-EVALUATE.
       P165-EXIT.
            EXIT.

      * >>> DEBITO EM ABERTO DA FAMILIA CONTRA OS LIMITES DO FINLIMIT
       P180-FINANCEIRO.
            MOVE ID-ALUNO TO WS-IN-ID-ALUNO
            CALL 'VERINADI' USING WS-INADIMPL-AREA
            MOVE WS-IN-VL-ABERTO TO WRK-VL-ABERTO
            MOVE WS-IN-ACAO      TO WRK-ACAO
            EVALUATE WS-IN-ACAO
                WHEN 'B'
                  MOVE 100 TO WRK-PT-FINAN
                WHEN 'A'
                  MOVE 050 TO WRK-PT-FINAN
                WHEN OTHER
                  MOVE ZEROS TO WRK-PT-FINAN
            END-EVALUATE.
       P180-EXIT.
            EXIT.

       P199-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: QUEBRA POR TURMA, MAIOR INDICE PRIMEIRO
       S200 SECTION.
       P200-SAIDA.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE 'N'         TO WS-FIM-SORT
            PERFORM P210-UM-RETORNO THRU P210-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-TURMA-ANT NOT = HIGH-VALUES
               PERFORM P260-RODAPE-TURMA THRU P260-EXIT
            ELSE
               MOVE 'NENHUM ALUNO ATIVO PARA A SELECAO INFORMADA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            GO TO P299-FIM-SAIDA.

       P210-UM-RETORNO.
            RETURN WORK-RISCO
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P210-EXIT
            END-RETURN
            IF WRK-TURMA NOT = WS-TURMA-ANT
               IF WS-TURMA-ANT NOT = HIGH-VALUES
                  PERFORM P260-RODAPE-TURMA THRU P260-EXIT
               END-IF
               PERFORM P250-CABEC-TURMA THRU P250-EXIT
            END-IF
            ADD 1 TO WS-T-ALUNOS
            IF WRK-INDICE < WS-INDICE-MINIMO
               GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-T-LISTADOS WS-R-LISTADOS WS-POSICAO
            EVALUATE TRUE
                WHEN WRK-INDICE NOT < 60
                  MOVE 'ALTO'  TO WS-FAIXA
                  ADD 1 TO WS-R-ALTO
                WHEN WRK-INDICE NOT < 30
                  MOVE 'MEDIO' TO WS-FAIXA
                WHEN OTHER
                  MOVE 'BAIXO' TO WS-FAIXA
            END-EVALUATE

            MOVE SPACES TO REL-LINHA
            STRING WS-POSICAO '. ALUNO ' WRK-ID ' ' WRK-NOME
                   ' INDICE ' WRK-INDICE ' RISCO ' WS-FAIXA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WRK-PT-FREQ > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '     FREQUENCIA ' WRK-PC-FREQ '% EM '
                      WRK-AULAS ' AULAS (MINIMO ' WS-FREQ-MINIMA
                      '%) - PONTOS ' WRK-PT-FREQ
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF WRK-PT-NOTAS > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '     NOTAS ' WRK-QT-ABAIXO ' DE '
                      WRK-QT-OFERTAS ' OFERTA(S) ABAIXO DA'
                      ' APROVACAO - PONTOS ' WRK-PT-NOTAS
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF WRK-PT-OCORR > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '     OCORRENCIAS ' WRK-QT-GRAVE ' GRAVE(S) '
                      WRK-QT-MEDIA ' MEDIA(S) ' WRK-QT-LEVE
                      ' LEVE(S) - PONTOS ' WRK-PT-OCORR
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF WRK-PT-FINAN > ZEROS
               MOVE SPACES TO REL-LINHA
               IF WRK-ACAO = 'B'
                  STRING '     DEBITO DA FAMILIA ' WRK-VL-ABERTO
                         ' ACIMA DO BLOQUEIO - PONTOS ' WRK-PT-FINAN
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  STRING '     DEBITO DA FAMILIA ' WRK-VL-ABERTO
                         ' ACIMA DO AVISO - PONTOS ' WRK-PT-FINAN
                         DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P210-EXIT.
            EXIT.

       P250-CABEC-TURMA.
            MOVE WRK-TURMA TO WS-TURMA-ANT
            MOVE ZEROS     TO WS-T-ALUNOS WS-T-LISTADOS WS-POSICAO
            ADD 1 TO WS-R-TURMAS
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P250-EXIT.
            EXIT.

       P260-RODAPE-TURMA.
            IF WS-T-LISTADOS = ZEROS
               MOVE ' NENHUM ALUNO DA TURMA ACIMA DO INDICE MINIMO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ALUNOS AVALIADOS: ' WS-T-ALUNOS
                   '   EM RISCO (LISTADOS): ' WS-T-LISTADOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P260-EXIT.
            EXIT.

       P299-FIM-SAIDA.
            EXIT.

       S450 SECTION.
       P450-ESCREVER.
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TOTAL: ' WS-R-ALUNOS ' ALUNOS AVALIADOS EM '
                   WS-R-TURMAS ' TURMA(S) - ' WS-R-LISTADOS
                   ' EM RISCO, ' WS-R-ALTO ' DE RISCO ALTO'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            CLOSE CFP001S1
            IF WS-SEM-FREQ = 'N'
               CLOSE CFP001S6
            END-IF
            IF WS-SEM-RESUMO = 'N'
               CLOSE CFP001SZ
            END-IF
            IF WS-SEM-NOTAS = 'N'
               CLOSE CFP001S3
            END-IF
            IF WS-SEM-MATERIAS = 'N'
               CLOSE CFP001S2
            END-IF
            IF WS-SEM-OCORRENCIAS = 'N'
               CLOSE CFP001ST
            END-IF
            CLOSE REL-RISCO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-RISCO'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELRISCO'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELRISCO'
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
            MOVE 'RELRISCO' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELRISCO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS NO RELATORIO....: ' WS-R-TURMAS
            DISPLAY ' ALUNOS AVALIADOS.......: ' WS-R-ALUNOS
            DISPLAY ' ALUNOS EM RISCO........: ' WS-R-LISTADOS
            DISPLAY ' RISCO ALTO.............: ' WS-R-ALTO
            DISPLAY ' RELATORIO GERADO EM....: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELRISCO.
