      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ETIQUETAS DE ENDERECAMENTO E ARQUIVO DE MALA DIRETA
      *          PARA OS CORREIOS, A PARTIR DO ENDERECO DOS CONTATOS
      *          (LG/NR/CP-END, BA, CI, UF E CEP-CONTATO). SELECAO:
      *            <1> FAMILIAS COM CARTA GERADA HOJE (CARTAS DO
      *                GERCARTA REGISTRADAS HOJE NO RELCATAL);
      *            <2> TODOS OS RESPONSAVEIS (CFP001SL) DOS ALUNOS
      *                ATIVOS DE UMA TURMA;
      *            <3> OS CONTATOS DE UMA CATEGORIA DO CATEGCON.DAT.
      *          OS CONTATOS SELECIONADOS SAO ORDENADOS PELO CEP (SORT
      *          NOS MOLDES DO RELDEPEN), SEM REPETIR O MESMO CONTATO,
      *          E GERAM, COM TIMESTAMP:
      *            ETIQUETA_AAAAMMDDHHMMSS.REL - ETIQUETAS NO LAYOUT DE
      *              FOLHA ESCOLHIDO (PIMACO 6180 3X10, 6181 2X10 OU
      *              6182 2X7), NA ORDEM DO CEP;
      *            MALADIR_AAAAMMDDHHMMSS.TXT - ARQUIVO DA MALA DIRETA
      *              JA TRIADO POR CEP, EXIGIDO PELOS CORREIOS PARA O
      *              DESCONTO DE POSTAGEM EM LOTE: HEADER '1', DETALHE
      *              '2' POR OBJETO, SUBTOTAL '3' POR FAIXA DE CEP (5
      *              PRIMEIROS DIGITOS) E TRAILER '9';
      *            EXCETIQ_AAAAMMDDHHMMSS.REL - CONTATOS FORA DA
      *              REMESSA: ENDERECO INCOMPLETO, CEP INVALIDO,
      *              CONTATO INATIVO OU NAO CADASTRADO.
      *          OS TRES ARQUIVOS SAO REGISTRADOS NO CATALOGO DE
      *          RELATORIOS (RELCATAL)
      * Update: 15-10-26 - NAS SELECOES <2> E <3> (MALA DIRETA), O
      *         CONTATO SEM CONSENTIMENTO LGPD VALIDO PARA MARKETING
      *         ('MK', VIA VERCONSN) VAI PARA AS EXCECOES E E CONTADO
      *         A PARTE NO RESUMO; AS CARTAS DE COBRANCA DA SELECAO
      *         <1> NAO DEPENDEM DE CONSENTIMENTO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQCORR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001SH ASSIGN TO "C:/ARQUIVOS/CATEGCON.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CG-CODIGO
                  FILE STATUS  IS WS-FS-CAT.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CAT-RELAT ASSIGN TO "C:/ARQUIVOS/RELCATAL.CAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTL.
           SELECT WORK-ETIQ ASSIGN TO "C:/ARQUIVOS/ETIQWORK.TMP".
           SELECT REL-ETIQUETA ASSIGN TO WS-ARQ-ETIQUETA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ETQ.
           SELECT ARQ-MALA ASSIGN TO WS-ARQ-MALA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-MAL.
           SELECT REL-EXCECAO ASSIGN TO WS-ARQ-EXCECAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-EXC.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001SH.
           COPY REGCATEG.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CAT-RELAT.
       01  CAT-LINHA             PIC X(100).

       SD  WORK-ETIQ.
       01  WRK-ETIQ.
           03 WRK-CEP            PIC 9(08).
           03 WRK-ID-CONTATO     PIC 9(05).
           03 WRK-NM-CONTATO     PIC X(20).
           03 WRK-LG-CONTATO     PIC X(30).
           03 WRK-NR-END         PIC X(06).
           03 WRK-CP-END         PIC X(10).
           03 WRK-BA-CONTATO     PIC X(20).
           03 WRK-CI-CONTATO     PIC X(20).
           03 WRK-UF-CONTATO     PIC X(02).
           03 WRK-MOTIVO         PIC X(30).

       FD  REL-ETIQUETA.
       01  ETQ-LINHA             PIC X(132).

      * >>> MALA DIRETA: HEADER, DETALHE, SUBTOTAL DE FAIXA E TRAILER
       FD  ARQ-MALA.
       01  MAL-HEADER.
           03 MAL-H-TIPO         PIC X(01).
           03 MAL-H-REMETENTE    PIC X(30).
           03 MAL-H-DATA         PIC 9(08).
           03 MAL-H-SELECAO      PIC X(01).
           03 MAL-H-FILTRO       PIC X(05).
           03 FILLER             PIC X(116).
       01  MAL-DETALHE.
           03 MAL-D-TIPO         PIC X(01).
           03 MAL-D-SEQUENCIA    PIC 9(06).
           03 MAL-D-CEP          PIC 9(08).
           03 MAL-D-NOME         PIC X(20).
           03 MAL-D-LOGRADOURO   PIC X(30).
           03 MAL-D-NUMERO       PIC X(06).
           03 MAL-D-COMPLEMENTO  PIC X(10).
           03 MAL-D-BAIRRO       PIC X(20).
           03 MAL-D-CIDADE       PIC X(20).
           03 MAL-D-UF           PIC X(02).
           03 MAL-D-ID-CONTATO   PIC 9(05).
           03 FILLER             PIC X(33).
       01  MAL-FAIXA.
           03 MAL-F-TIPO         PIC X(01).
           03 MAL-F-PREFIXO      PIC 9(05).
           03 MAL-F-QTD          PIC 9(06).
           03 FILLER             PIC X(149).
       01  MAL-TRAILER.
           03 MAL-T-TIPO         PIC X(01).
           03 MAL-T-QTD-OBJETOS  PIC 9(06).
           03 MAL-T-QTD-FAIXAS   PIC 9(05).
           03 FILLER             PIC X(149).

       FD  REL-EXCECAO.
       01  EXC-LINHA             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CTL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ETQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-EXC          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-SELECAO         PIC X(01) VALUE SPACES.
              88 SELECAO-CARTAS  VALUE '1'.
              88 SELECAO-TURMA   VALUE '2'.
              88 SELECAO-CATEG   VALUE '3'.
              88 SELECAO-VALIDA  VALUE '1' '2' '3'.
           03 WS-LAYOUT          PIC X(01) VALUE SPACES.
              88 LAYOUT-VALIDO   VALUE '1' '2' '3'.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-CATEG-PEDIDA    PIC X(02) VALUE SPACES.
           03 WS-FILTRO          PIC X(05) VALUE SPACES.
           03 WS-CATEG-OK        PIC X(01) VALUE 'N'.
           03 WS-FIM-LEITURA     PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-HOJE-DDMMAAAA   PIC X(10) VALUE SPACES.
           03 WS-ID-LIDO         PIC 9(05) VALUE ZEROS.
           03 WS-ID-ANTERIOR     PIC 9(05) VALUE ZEROS.
           03 WS-CEP-ANTERIOR    PIC 9(08) VALUE ZEROS.
           03 WS-PREFIXO-ATUAL   PIC 9(05) VALUE ZEROS.
           03 WS-QTD-FAIXA       PIC 9(06) VALUE ZEROS.
           03 WS-CEP-EDIT        PIC 99999B999.

      * >>> GEOMETRIA DA FOLHA DE ETIQUETAS
       01  WS-FOLHA.
           03 WS-ETQ-MODELO      PIC X(04) VALUE SPACES.
           03 WS-ETQ-COLUNAS     PIC 9(01) VALUE ZEROS.
           03 WS-ETQ-LINHAS      PIC 9(02) VALUE ZEROS.
           03 WS-ETQ-LARGURA     PIC 9(02) VALUE ZEROS.
           03 WS-ETQ-COL-ATUAL   PIC 9(01) VALUE ZEROS.
           03 WS-ETQ-LIN-ATUAL   PIC 9(02) VALUE ZEROS.
           03 WS-ETQ-FOLHA       PIC 9(04) VALUE ZEROS.
           03 WS-I               PIC 9(01) VALUE ZEROS.
           03 WS-J               PIC 9(01) VALUE ZEROS.
           03 WS-POS             PIC 9(03) VALUE ZEROS.
       01  WS-ETQ-FILEIRA.
           03 WS-ETQ-CELULA OCCURS 3 TIMES.
              05 WS-ETQ-TEXTO    PIC X(64) OCCURS 5 TIMES.

      * >>> CAMINHOS DAS SAIDAS (COM TIMESTAMP)
       01  WS-CAMINHOS.
           03 WS-ARQ-ETIQUETA    PIC X(60) VALUE SPACES.
           03 WS-ARQ-MALA        PIC X(60) VALUE SPACES.
           03 WS-ARQ-EXCECAO     PIC X(60) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

       01  WS-CONTADORES.
           03 WS-R-SELECIONADOS  PIC 9(05) VALUE ZEROS.
           03 WS-R-REPETIDOS     PIC 9(05) VALUE ZEROS.
           03 WS-R-ETIQUETAS     PIC 9(05) VALUE ZEROS.
           03 WS-R-EXCECOES      PIC 9(05) VALUE ZEROS.
           03 WS-R-FAIXAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-LIN-ETQ       PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-CONSENT   PIC 9(05) VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM A CONFERENCIA DE CONSENTIMENTO LGPD
       01  WS-CONSN-AREA.
           03 WS-CS-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CS-TP-PESSOA     PIC X(01) VALUE SPACES.
           03 WS-CS-ID-PESSOA     PIC 9(05) VALUE ZEROS.
           03 WS-CS-FINALIDADE    PIC X(02) VALUE SPACES.
           03 WS-CS-CONSENTIDO    PIC X(01) VALUE 'S'.
           03 WS-CS-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA ETIQCORR - INICIADO'
            PERFORM P050-ABRIR THRU P050-EXIT
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P060-ABRIR-SAIDAS THRU P060-EXIT

            SORT WORK-ETIQ
                 ON ASCENDING KEY WRK-CEP
                 ON ASCENDING KEY WRK-ID-CONTATO
                 INPUT PROCEDURE IS S210
                 OUTPUT PROCEDURE IS S250

            PERFORM P700-FECHAR THRU P700-EXIT
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ETIQCORR' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

      * >>> SELECAO E LAYOUT DA FOLHA DE ETIQUETAS
       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'SELECAO DOS DESTINATARIOS:'
            DISPLAY ' <1> FAMILIAS COM CARTA GERADA HOJE'
            DISPLAY ' <2> RESPONSAVEIS DOS ALUNOS DE UMA TURMA'
            DISPLAY ' <3> CONTATOS DE UMA CATEGORIA'
            ACCEPT WS-SELECAO
            PERFORM UNTIL SELECAO-VALIDA
               DISPLAY 'SELECAO INVALIDA! DIGITE 1, 2 OU 3: '
               ACCEPT WS-SELECAO
            END-PERFORM

            IF SELECAO-TURMA
               DISPLAY 'TURMA: '
               ACCEPT WS-TURMA-PEDIDA
               PERFORM UNTIL WS-TURMA-PEDIDA NOT = SPACES
                  DISPLAY 'INFORME A TURMA: '
                  ACCEPT WS-TURMA-PEDIDA
               END-PERFORM
               MOVE WS-TURMA-PEDIDA TO WS-FILTRO
            END-IF

            IF SELECAO-CATEG
               MOVE 'N' TO WS-CATEG-OK
               PERFORM P025-PEDE-CATEGORIA THRU P025-EXIT
                       UNTIL WS-CATEG-OK = 'S'
               MOVE WS-CATEG-PEDIDA TO WS-FILTRO
            END-IF

            DISPLAY 'LAYOUT DA FOLHA DE ETIQUETAS:'
            DISPLAY ' <1> PIMACO 6180 - 3 COLUNAS X 10 LINHAS'
            DISPLAY ' <2> PIMACO 6181 - 2 COLUNAS X 10 LINHAS'
            DISPLAY ' <3> PIMACO 6182 - 2 COLUNAS X 7 LINHAS'
            ACCEPT WS-LAYOUT
            PERFORM UNTIL LAYOUT-VALIDO
               DISPLAY 'LAYOUT INVALIDO! DIGITE 1, 2 OU 3: '
               ACCEPT WS-LAYOUT
            END-PERFORM
            EVALUATE WS-LAYOUT
                WHEN '1'
                  MOVE '6180' TO WS-ETQ-MODELO
                  MOVE 3      TO WS-ETQ-COLUNAS
                  MOVE 10     TO WS-ETQ-LINHAS
                  MOVE 42     TO WS-ETQ-LARGURA
                WHEN '2'
                  MOVE '6181' TO WS-ETQ-MODELO
                  MOVE 2      TO WS-ETQ-COLUNAS
                  MOVE 10     TO WS-ETQ-LINHAS
                  MOVE 64     TO WS-ETQ-LARGURA
                WHEN '3'
                  MOVE '6182' TO WS-ETQ-MODELO
                  MOVE 2      TO WS-ETQ-COLUNAS
                  MOVE 7      TO WS-ETQ-LINHAS
                  MOVE 64     TO WS-ETQ-LARGURA
            END-EVALUATE.
       P020-EXIT.
            EXIT.

       P025-PEDE-CATEGORIA.
            DISPLAY 'CATEGORIA (CODIGO DO CATEGCON): '
            ACCEPT WS-CATEG-PEDIDA
            IF WS-FS-CAT NOT = 00
               IF WS-CATEG-PEDIDA NOT = SPACES
                  MOVE 'S' TO WS-CATEG-OK
               END-IF
               GO TO P025-EXIT
            END-IF
            MOVE WS-CATEG-PEDIDA TO CG-CODIGO
            READ CFP001SH
                 KEY IS CG-CODIGO
                 INVALID KEY
                      DISPLAY 'CATEGORIA NAO CADASTRADA!'
                 NOT INVALID KEY
                      DISPLAY 'CATEGORIA: ' CG-DESCRICAO
                      MOVE 'S' TO WS-CATEG-OK
            END-READ.
       P025-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
      * >>> SEM CATEGCON.DAT A CATEGORIA NAO E CONFERIDA
            OPEN INPUT CFP001SH.
       P050-EXIT.
            EXIT.

       P060-ABRIR-SAIDAS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            STRING WS-CURRENT-DATE(7:2) '/' WS-CURRENT-DATE(5:2) '/'
                   WS-CURRENT-DATE(1:4)
                   DELIMITED BY SIZE INTO WS-HOJE-DDMMAAAA
            MOVE SPACES TO WS-ARQ-ETIQUETA WS-ARQ-MALA WS-ARQ-EXCECAO
            STRING 'C:/ARQUIVOS/ETIQUETA_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-ETIQUETA
            STRING 'C:/ARQUIVOS/MALADIR_' WS-TIMESTAMP '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQ-MALA
            STRING 'C:/ARQUIVOS/EXCETIQ_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-EXCECAO

            OPEN OUTPUT REL-ETIQUETA
            IF WS-FS-ETQ NOT = 00
               MOVE WS-FS-ETQ                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ETIQUETA'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN OUTPUT ARQ-MALA
            IF WS-FS-MAL NOT = 00
               MOVE WS-FS-MAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQ-MALA'         TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-EXC NOT = 00
               MOVE WS-FS-EXC                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EXCECAO'      TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE SPACES            TO MAL-HEADER
            MOVE '1'               TO MAL-H-TIPO
            MOVE 'ESCOLA - SECRETARIA' TO MAL-H-REMETENTE
            MOVE WS-TIMESTAMP(1:8) TO MAL-H-DATA
            MOVE WS-SELECAO        TO MAL-H-SELECAO
            MOVE WS-FILTRO         TO MAL-H-FILTRO
            WRITE MAL-HEADER

            MOVE SPACES TO EXC-LINHA
            STRING 'CONTATOS FORA DA REMESSA DE ' WS-HOJE-DDMMAAAA
                   ' - SELECAO ' WS-SELECAO ' ' WS-FILTRO
                   DELIMITED BY SIZE INTO EXC-LINHA
            WRITE EXC-LINHA
            MOVE SPACES TO EXC-LINHA
            STRING 'CONTATO NOME                 MOTIVO'
                   DELIMITED BY SIZE INTO EXC-LINHA
            WRITE EXC-LINHA
            MOVE ALL '-' TO EXC-LINHA
            WRITE EXC-LINHA

            MOVE ZEROS TO WS-ETQ-FOLHA WS-ETQ-COL-ATUAL
            MOVE WS-ETQ-LINHAS TO WS-ETQ-LIN-ATUAL
            MOVE SPACES TO WS-ETQ-FILEIRA.
       P060-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: OS CONTATOS DA SELECAO PEDIDA
       S210 SECTION.
       P210-SELECIONA.
            EVALUATE TRUE
                WHEN SELECAO-CARTAS
                  PERFORM P220-POR-CARTAS THRU P220-EXIT
                WHEN SELECAO-TURMA
                  PERFORM P230-POR-TURMA THRU P230-EXIT
                WHEN SELECAO-CATEG
                  PERFORM P240-POR-CATEGORIA THRU P240-EXIT
            END-EVALUATE
            GO TO P249-FIM-ENTRADA.

      * >>> CARTAS DO GERCARTA NO CATALOGO COM A DATA DE HOJE; O
      * >>> CONTATO VEM DO CAMINHO C:/ARQUIVOS/CARTA_<CONTATO>_...
       P220-POR-CARTAS.
            OPEN INPUT CAT-RELAT
            IF WS-FS-CTL NOT = 00
               DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL'
               GO TO P220-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM P221-LER-CATALOGO THRU P221-EXIT
                    UNTIL WS-FIM-LEITURA = 'S'
            CLOSE CAT-RELAT.
       P220-EXIT.
            EXIT.

       P221-LER-CATALOGO.
            READ CAT-RELAT
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P221-EXIT
            END-READ
            IF CAT-LINHA(1:10) NOT = WS-HOJE-DDMMAAAA
               OR CAT-LINHA(21:8) NOT = 'GERCARTA'
               OR CAT-LINHA(36:18) NOT = 'C:/ARQUIVOS/CARTA_'
               GO TO P221-EXIT
            END-IF
            IF CAT-LINHA(54:5) NOT NUMERIC
               GO TO P221-EXIT
            END-IF
            MOVE CAT-LINHA(54:5) TO WS-ID-LIDO
            PERFORM P260-LIBERA-CONTATO THRU P260-EXIT.
       P221-EXIT.
            EXIT.

      * >>> RESPONSAVEIS (PAI, MAE E FINANCEIRO) DOS ALUNOS ATIVOS
      * >>> DA TURMA
       P230-POR-TURMA.
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SL' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM P231-LER-ALUNO THRU P231-EXIT
                    UNTIL WS-FIM-LEITURA = 'S'
            CLOSE CFP001S1
            CLOSE CFP001SL.
       P230-EXIT.
            EXIT.

       P231-LER-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P231-EXIT
            END-READ
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF TU-ALUNO NOT = WS-TURMA-PEDIDA
               OR NOT ALUNO-ATIVO
               GO TO P231-EXIT
            END-IF
            MOVE 'N'      TO WS-FIM-RSP
            MOVE ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS = RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RSP
            END-START
            PERFORM P232-LER-VINCULO THRU P232-EXIT
                    UNTIL WS-FIM-RSP = 'S'.
       P231-EXIT.
            EXIT.

       P232-LER-VINCULO.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P232-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P232-EXIT
            END-IF
            MOVE RL-ID-CONTATO TO WS-ID-LIDO
            PERFORM P260-LIBERA-CONTATO THRU P260-EXIT.
       P232-EXIT.
            EXIT.

      * >>> CONTATOS DA CATEGORIA (CT-CONTATO)
       P240-POR-CATEGORIA.
            MOVE ZEROS TO ID-CONTATO
            MOVE 'N'   TO WS-FIM-LEITURA
            START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
            END-START
            PERFORM P241-LER-CONTATO THRU P241-EXIT
                    UNTIL WS-FIM-LEITURA = 'S'.
       P240-EXIT.
            EXIT.

       P241-LER-CONTATO.
            READ CONTATOS NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P241-EXIT
            END-READ
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CONTATOS'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF CT-CONTATO NOT = WS-CATEG-PEDIDA
               GO TO P241-EXIT
            END-IF
            PERFORM P265-MONTA-REGISTRO THRU P265-EXIT.
       P241-EXIT.
            EXIT.

      * >>> LE O CONTATO PELO CODIGO E O ENTREGA AO SORT
       P260-LIBERA-CONTATO.
            MOVE WS-ID-LIDO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE SPACES TO WRK-ETIQ
                      MOVE ZEROS  TO WRK-CEP
                      MOVE WS-ID-LIDO TO WRK-ID-CONTATO
                      MOVE 'CONTATO NAO CADASTRADO' TO WRK-MOTIVO
                      ADD 1 TO WS-R-SELECIONADOS
                      RELEASE WRK-ETIQ
                      GO TO P260-EXIT
            END-READ
            PERFORM P265-MONTA-REGISTRO THRU P265-EXIT.
       P260-EXIT.
            EXIT.

      * >>> ENDERECO COMPLETO E CONTATO ATIVO OU O MOTIVO DA RECUSA
       P265-MONTA-REGISTRO.
            MOVE SPACES          TO WRK-ETIQ
            MOVE ID-CONTATO      TO WRK-ID-CONTATO
            MOVE NM-CONTATO      TO WRK-NM-CONTATO
            MOVE LG-CONTATO      TO WRK-LG-CONTATO
            MOVE NR-END-CONTATO  TO WRK-NR-END
            MOVE CP-END-CONTATO  TO WRK-CP-END
            MOVE BA-CONTATO      TO WRK-BA-CONTATO
            MOVE CI-CONTATO      TO WRK-CI-CONTATO
            MOVE UF-CONTATO      TO WRK-UF-CONTATO
            IF CEP-CONTATO IS NUMERIC
               MOVE CEP-CONTATO  TO WRK-CEP
            ELSE
               MOVE ZEROS        TO WRK-CEP
            END-IF

            MOVE 'S' TO WS-CS-CONSENTIDO
            IF NOT SELECAO-CARTAS
               MOVE 'V'        TO WS-CS-FUNCAO
               MOVE 'C'        TO WS-CS-TP-PESSOA
               MOVE ID-CONTATO TO WS-CS-ID-PESSOA
               MOVE 'MK'       TO WS-CS-FINALIDADE
               CALL 'VERCONSN' USING WS-CONSN-AREA
            END-IF

            EVALUATE TRUE
                WHEN NOT CONTATO-ATIVO
                  MOVE 'CONTATO INATIVO'        TO WRK-MOTIVO
                WHEN WS-CS-CONSENTIDO NOT = 'S'
                  MOVE 'SEM CONSENTIMENTO LGPD (MK)' TO WRK-MOTIVO
                WHEN LG-CONTATO = SPACES
                  MOVE 'SEM LOGRADOURO'         TO WRK-MOTIVO
                WHEN NR-END-CONTATO = SPACES
                  MOVE 'SEM NUMERO (USE S/N)'   TO WRK-MOTIVO
                WHEN BA-CONTATO = SPACES
                  MOVE 'SEM BAIRRO'             TO WRK-MOTIVO
                WHEN CI-CONTATO = SPACES
                  MOVE 'SEM CIDADE'             TO WRK-MOTIVO
                WHEN UF-CONTATO = SPACES
                  MOVE 'SEM UF'                 TO WRK-MOTIVO
                WHEN WRK-CEP = ZEROS
                  MOVE 'CEP AUSENTE OU INVALIDO' TO WRK-MOTIVO
                WHEN WRK-CEP < 01000000
                  MOVE 'CEP AUSENTE OU INVALIDO' TO WRK-MOTIVO
            END-EVALUATE
            ADD 1 TO WS-R-SELECIONADOS
            RELEASE WRK-ETIQ.
       P265-EXIT.
            EXIT.

       P249-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: JA POR CEP. CONTATO REPETIDO (MAIS DE UM
      * >>> ALUNO NA TURMA) CHEGA COLADO E SO SAI UMA VEZ
       S250 SECTION.
       P250-GERA-SAIDAS.
            MOVE 'N'   TO WS-FIM-SORT
            MOVE ZEROS TO WS-ID-ANTERIOR WS-CEP-ANTERIOR
            MOVE 99999 TO WS-PREFIXO-ATUAL
            MOVE ZEROS TO WS-QTD-FAIXA
            PERFORM P255-UM-RETORNO THRU P255-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-QTD-FAIXA > ZEROS
               PERFORM P275-FECHA-FAIXA THRU P275-EXIT
            END-IF
            IF WS-ETQ-COL-ATUAL > ZEROS
               PERFORM P285-IMPRIME-FILEIRA THRU P285-EXIT
            END-IF
            GO TO P259-FIM-SAIDA.

       P255-UM-RETORNO.
            RETURN WORK-ETIQ
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P255-EXIT
            END-RETURN
            IF WRK-ID-CONTATO = WS-ID-ANTERIOR
               AND WRK-CEP = WS-CEP-ANTERIOR
               ADD 1 TO WS-R-REPETIDOS
               GO TO P255-EXIT
            END-IF
            MOVE WRK-ID-CONTATO TO WS-ID-ANTERIOR
            MOVE WRK-CEP        TO WS-CEP-ANTERIOR

            IF WRK-MOTIVO NOT = SPACES
               PERFORM P290-EXCECAO THRU P290-EXIT
               GO TO P255-EXIT
            END-IF
            PERFORM P270-MALA-DIRETA THRU P270-EXIT
            PERFORM P280-ETIQUETA THRU P280-EXIT.
       P255-EXIT.
            EXIT.

      * >>> DETALHE DA MALA DIRETA, COM SUBTOTAL A CADA FAIXA DE CEP
       P270-MALA-DIRETA.
            IF WRK-CEP(1:5) NOT = WS-PREFIXO-ATUAL
               IF WS-QTD-FAIXA > ZEROS
                  PERFORM P275-FECHA-FAIXA THRU P275-EXIT
               END-IF
               MOVE WRK-CEP(1:5) TO WS-PREFIXO-ATUAL
               MOVE ZEROS        TO WS-QTD-FAIXA
            END-IF
            ADD 1 TO WS-R-ETIQUETAS
            ADD 1 TO WS-QTD-FAIXA
            MOVE SPACES          TO MAL-DETALHE
            MOVE '2'             TO MAL-D-TIPO
            MOVE WS-R-ETIQUETAS  TO MAL-D-SEQUENCIA
            MOVE WRK-CEP         TO MAL-D-CEP
            MOVE WRK-NM-CONTATO  TO MAL-D-NOME
            MOVE WRK-LG-CONTATO  TO MAL-D-LOGRADOURO
            MOVE WRK-NR-END      TO MAL-D-NUMERO
            MOVE WRK-CP-END      TO MAL-D-COMPLEMENTO
            MOVE WRK-BA-CONTATO  TO MAL-D-BAIRRO
            MOVE WRK-CI-CONTATO  TO MAL-D-CIDADE
            MOVE WRK-UF-CONTATO  TO MAL-D-UF
            MOVE WRK-ID-CONTATO  TO MAL-D-ID-CONTATO
            WRITE MAL-DETALHE
            IF WS-FS-MAL NOT = 00
               MOVE WS-FS-MAL                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQ-MALA'         TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P270-EXIT.
            EXIT.

       P275-FECHA-FAIXA.
            MOVE SPACES           TO MAL-FAIXA
            MOVE '3'              TO MAL-F-TIPO
            MOVE WS-PREFIXO-ATUAL TO MAL-F-PREFIXO
            MOVE WS-QTD-FAIXA     TO MAL-F-QTD
            WRITE MAL-FAIXA
            ADD 1 TO WS-R-FAIXAS.
       P275-EXIT.
            EXIT.

      * >>> MONTA A ETIQUETA NA PROXIMA COLUNA DA FILEIRA; FILEIRA
      * >>> CHEIA VAI PARA A FOLHA
       P280-ETIQUETA.
            ADD 1 TO WS-ETQ-COL-ATUAL
            MOVE WRK-NM-CONTATO TO WS-ETQ-TEXTO(WS-ETQ-COL-ATUAL, 1)
            STRING WRK-LG-CONTATO DELIMITED BY '  '
                   ', ' WRK-NR-END DELIMITED BY SPACE
                   ' ' WRK-CP-END DELIMITED BY '  '
                   INTO WS-ETQ-TEXTO(WS-ETQ-COL-ATUAL, 2)
            MOVE WRK-BA-CONTATO TO WS-ETQ-TEXTO(WS-ETQ-COL-ATUAL, 3)
            MOVE WRK-CEP        TO WS-CEP-EDIT
            INSPECT WS-CEP-EDIT REPLACING ALL ' ' BY '-'
            STRING WS-CEP-EDIT ' ' DELIMITED BY SIZE
                   WRK-CI-CONTATO DELIMITED BY '  '
                   '/' WRK-UF-CONTATO DELIMITED BY SIZE
                   INTO WS-ETQ-TEXTO(WS-ETQ-COL-ATUAL, 4)
            IF WS-ETQ-COL-ATUAL = WS-ETQ-COLUNAS
               PERFORM P285-IMPRIME-FILEIRA THRU P285-EXIT
            END-IF.
       P280-EXIT.
            EXIT.

       P285-IMPRIME-FILEIRA.
            IF WS-ETQ-LIN-ATUAL = WS-ETQ-LINHAS
               ADD 1 TO WS-ETQ-FOLHA
               MOVE ZEROS TO WS-ETQ-LIN-ATUAL
               MOVE SPACES TO ETQ-LINHA
               STRING '*** FOLHA ' WS-ETQ-FOLHA ' - PIMACO '
                      WS-ETQ-MODELO ' ***'
                      DELIMITED BY SIZE INTO ETQ-LINHA
               WRITE ETQ-LINHA
               ADD 1 TO WS-R-LIN-ETQ
            END-IF
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               MOVE SPACES TO ETQ-LINHA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ETQ-COLUNAS
                  COMPUTE WS-POS = (WS-I - 1) * (WS-ETQ-LARGURA + 2)
                                   + 1
                  MOVE WS-ETQ-TEXTO(WS-I, WS-J)(1:WS-ETQ-LARGURA)
                       TO ETQ-LINHA(WS-POS:WS-ETQ-LARGURA)
               END-PERFORM
               WRITE ETQ-LINHA
               ADD 1 TO WS-R-LIN-ETQ
            END-PERFORM
            ADD 1 TO WS-ETQ-LIN-ATUAL
            MOVE ZEROS  TO WS-ETQ-COL-ATUAL
            MOVE SPACES TO WS-ETQ-FILEIRA.
       P285-EXIT.
            EXIT.

       P290-EXCECAO.
            ADD 1 TO WS-R-EXCECOES
            IF WRK-MOTIVO = 'SEM CONSENTIMENTO LGPD (MK)'
               ADD 1 TO WS-R-SEM-CONSENT
            END-IF
            MOVE SPACES TO EXC-LINHA
            STRING WRK-ID-CONTATO '   ' WRK-NM-CONTATO ' '
                   WRK-MOTIVO
                   DELIMITED BY SIZE INTO EXC-LINHA
            WRITE EXC-LINHA.
       P290-EXIT.
            EXIT.

       P259-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES            TO MAL-TRAILER
            MOVE '9'               TO MAL-T-TIPO
            MOVE WS-R-ETIQUETAS    TO MAL-T-QTD-OBJETOS
            MOVE WS-R-FAIXAS       TO MAL-T-QTD-FAIXAS
            WRITE MAL-TRAILER

            IF WS-R-EXCECOES = ZEROS
               MOVE SPACES TO EXC-LINHA
               STRING '  NENHUM CONTATO FORA DA REMESSA'
                      DELIMITED BY SIZE INTO EXC-LINHA
               WRITE EXC-LINHA
            END-IF
            MOVE ALL '=' TO EXC-LINHA
            WRITE EXC-LINHA
            MOVE SPACES TO EXC-LINHA
            STRING 'CONTATOS FORA DA REMESSA...: ' WS-R-EXCECOES
                   DELIMITED BY SIZE INTO EXC-LINHA
            WRITE EXC-LINHA
            MOVE SPACES TO EXC-LINHA
            STRING '  DOS QUAIS SEM CONSENTIMENTO: ' WS-R-SEM-CONSENT
                   DELIMITED BY SIZE INTO EXC-LINHA
            WRITE EXC-LINHA

            MOVE 'F' TO WS-CS-FUNCAO
            CALL 'VERCONSN' USING WS-CONSN-AREA

            CLOSE CONTATOS
            IF WS-FS-CAT NOT = 35
               CLOSE CFP001SH
            END-IF
            CLOSE REL-ETIQUETA
            CLOSE ARQ-MALA
            CLOSE REL-EXCECAO

            MOVE 'ETIQCORR'        TO WS-CAT-RELATORIO
            MOVE WS-R-LIN-ETQ      TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-ETIQUETA   TO WS-CAT-CAMINHO
            PERFORM P750-CATALOGA THRU P750-EXIT
            MOVE 'MALADIR '        TO WS-CAT-RELATORIO
            MOVE WS-R-ETIQUETAS    TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-MALA       TO WS-CAT-CAMINHO
            PERFORM P750-CATALOGA THRU P750-EXIT
            MOVE 'EXCETIQ '        TO WS-CAT-RELATORIO
            MOVE WS-R-EXCECOES     TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-EXCECAO    TO WS-CAT-CAMINHO
            PERFORM P750-CATALOGA THRU P750-EXIT.
       P700-EXIT.
            EXIT.

       P750-CATALOGA.
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P750-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA ETIQCORR'
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
            MOVE 'ETIQCORR' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA ETIQCORR FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CONTATOS SELECIONADOS......: ' WS-R-SELECIONADOS
            DISPLAY ' REPETIDOS (MESMO CONTATO)..: ' WS-R-REPETIDOS
            DISPLAY ' ETIQUETAS / OBJETOS........: ' WS-R-ETIQUETAS
            DISPLAY ' FAIXAS DE CEP..............: ' WS-R-FAIXAS
            DISPLAY ' FORA DA REMESSA............: ' WS-R-EXCECOES
            DISPLAY ' SEM CONSENTIMENTO LGPD.....: ' WS-R-SEM-CONSENT
            DISPLAY ' ETIQUETAS EM...............: ' WS-ARQ-ETIQUETA
            DISPLAY ' MALA DIRETA EM.............: ' WS-ARQ-MALA
            DISPLAY ' EXCECOES EM................: ' WS-ARQ-EXCECAO
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM ETIQCORR.
