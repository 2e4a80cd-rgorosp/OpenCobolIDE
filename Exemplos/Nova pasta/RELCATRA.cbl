      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CRUZAMENTO DAS CATRACAS COM A FREQUENCIA - PARA A
      *          DATA PEDIDA, RESUME A CHAMADA DE CADA ALUNO NO
      *          FREQUENC.DAT (AULAS COM PRESENCA E COM FALTA NO DIA) E
      *          CONFERE AS PASSAGENS CARREGADAS PELO IMPCATRA
      *          (PASSAGEM.DAT, CHAVE ALTERNATIVA ALUNO/DATA). LISTA,
      *          POR TURMA E NOME (SORT NOS MOLDES DO RELDEPEN):
      *            1 - ALUNOS QUE ENTRARAM PELA CATRACA MAS CONSTAM
      *                AUSENTES EM TODAS AS AULAS DO DIA;
      *            2 - ALUNOS COM PRESENCA EM ALGUMA AULA DO DIA QUE
      *                NAO TEM ENTRADA NA CATRACA (COM O CARTAO ATIVO
      *                DO ALUNO OU 'SEM CARTAO', PARA SEPARAR QUEM
      *                AINDA NAO RECEBEU A CARTEIRINHA).
      *          RELATORIO CATRFREQ_AAAAMMDDHHMMSS.REL, REGISTRADO NO
      *          CATALOGO DE RELATORIOS (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCATRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S6 ASSIGN TO "C:/ARQUIVOS/FREQUENC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001W5 ASSIGN TO "C:/ARQUIVOS/PASSAGEM.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CA-CHAVE
                  ALTERNATE RECORD KEY IS CA-ALUNO-DATA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-PAS.
           SELECT CFP001W4 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CE-NR-CARTAO
                  ALTERNATE RECORD KEY IS CE-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CAR.
           SELECT WORK-CATRA ASSIGN TO "C:/ARQUIVOS/CATRWORK.TMP".
           SELECT REL-CATRA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001W5.
           COPY REGCATRA.
       FD  CFP001W4.
           COPY REGCARTE.
       SD  WORK-CATRA.
       01  WRK-CATRA.
           03 WRK-TIPO           PIC X(01).
           03 WRK-TURMA          PIC X(05).
           03 WRK-NM-ALUNO       PIC X(20).
           03 WRK-ID-ALUNO       PIC 9(05).
           03 WRK-QT-PRESENCAS   PIC 9(02).
           03 WRK-QT-FALTAS      PIC 9(02).
           03 WRK-HR-ENTRADA     PIC 9(06).
           03 WRK-CARTAO         PIC X(10).
       FD  REL-CATRA.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-FRQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-PEDIDA       PIC 9(08) VALUE ZEROS.
           03 WS-FIM-FRQ         PIC X(01) VALUE 'N'.
           03 WS-FIM-PAS         PIC X(01) VALUE 'N'.
           03 WS-FIM-CAR         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-SEM-CAR         PIC X(01) VALUE 'N'.
           03 WS-SEM-PAS         PIC X(01) VALUE 'N'.
           03 WS-TIPO-ANT        PIC X(01) VALUE SPACES.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.

      * >>> CHAMADA DO ALUNO NO DIA
       01  WS-ALUNO-DIA.
           03 WS-ALUNO-ATUAL     PIC 9(05) VALUE ZEROS.
           03 WS-QT-PRESENCAS    PIC 9(02) VALUE ZEROS.
           03 WS-QT-FALTAS       PIC 9(02) VALUE ZEROS.
           03 WS-HR-ENTRADA      PIC 9(06) VALUE ZEROS.
           03 WS-ENTROU          PIC X(01) VALUE 'N'.
           03 WS-CARTAO-ATIVO    PIC X(10) VALUE SPACES.

       77  WS-R-ALUNOS-DIA       PIC 9(05) VALUE ZEROS.
       77  WS-R-AUSENTES         PIC 9(05) VALUE ZEROS.
       77  WS-R-SEM-ENTRADA      PIC 9(05) VALUE ZEROS.
       77  WS-R-LINHAS           PIC 9(05) VALUE ZEROS.
       77  WS-HORA-EDIT          PIC 99B99B99.

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
            DISPLAY 'PROGRAMA RELCATRA - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR

            SORT WORK-CATRA
                 ON ASCENDING KEY WRK-TIPO
                 ON ASCENDING KEY WRK-TURMA
                 ON ASCENDING KEY WRK-NM-ALUNO
                 INPUT PROCEDURE IS S210
                 OUTPUT PROCEDURE IS S250

            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELCATRA' TO WS-LY-PROGRAMA
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

       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'DATA A CONFERIR (AAAAMMDD): '
            ACCEPT WS-DT-PEDIDA
            PERFORM UNTIL WS-DT-PEDIDA IS NUMERIC
                          AND WS-DT-PEDIDA NOT = ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-PEDIDA
            END-PERFORM.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CATRFREQ_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S6
            IF WS-FS-FRQ NOT = 00
               MOVE WS-FS-FRQ                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S6' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

      * >>> SEM PASSAGENS CARREGADAS OU SEM CARTEIRINHAS O CRUZAMENTO
      * >>> AINDA RODA: NINGUEM CONSTA COMO TENDO ENTRADO
            OPEN INPUT CFP001W5
            IF WS-FS-PAS NOT = 00
               MOVE 'S' TO WS-SEM-PAS
               DISPLAY 'AVISO: PASSAGEM.DAT INDISPONIVEL - RODE O '
                       'IMPCATRA'
            END-IF
            OPEN INPUT CFP001W4
            IF WS-FS-CAR NOT = 00
               MOVE 'S' TO WS-SEM-CAR
            END-IF

            OPEN OUTPUT REL-CATRA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-CATRA'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'CATRACA X FREQUENCIA - DIA ' WS-DT-PEDIDA(7:2) '/'
                   WS-DT-PEDIDA(5:2) '/' WS-DT-PEDIDA(1:4)
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: A CHAMADA DO DIA RESUMIDA POR ALUNO (O
      * >>> FREQUENC.DAT JA VEM NA ORDEM DO ALUNO) E CONFERIDA COM AS
      * >>> PASSAGENS
       S210 SECTION.
       P210-CRUZA-FREQUENCIA.
            MOVE ZEROS TO WS-ALUNO-ATUAL WS-QT-PRESENCAS WS-QT-FALTAS
            PERFORM P220-LER-FREQUENCIA THRU P220-EXIT
                    UNTIL WS-FIM-FRQ = 'S'
            IF WS-ALUNO-ATUAL NOT = ZEROS
               PERFORM P230-AVALIA-ALUNO THRU P230-EXIT
            END-IF
            GO TO P249-FIM-ENTRADA.

       P220-LER-FREQUENCIA.
            READ CFP001S6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-FRQ
                      GO TO P220-EXIT
            END-READ
            IF WS-FS-FRQ NOT = 00
               MOVE WS-FS-FRQ                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S6'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF FQ-DT-AULA NOT = WS-DT-PEDIDA
               GO TO P220-EXIT
            END-IF
            IF FQ-ID-ALUNO NOT = WS-ALUNO-ATUAL
               IF WS-ALUNO-ATUAL NOT = ZEROS
                  PERFORM P230-AVALIA-ALUNO THRU P230-EXIT
               END-IF
               MOVE FQ-ID-ALUNO TO WS-ALUNO-ATUAL
               MOVE ZEROS       TO WS-QT-PRESENCAS WS-QT-FALTAS
            END-IF
            IF FREQ-PRESENTE
               ADD 1 TO WS-QT-PRESENCAS
            ELSE
               ADD 1 TO WS-QT-FALTAS
            END-IF.
       P220-EXIT.
            EXIT.

      * >>> UM ALUNO COM CHAMADA NO DIA: ENTROU PELA CATRACA?
       P230-AVALIA-ALUNO.
            ADD 1 TO WS-R-ALUNOS-DIA
            PERFORM P235-PROCURA-ENTRADA THRU P235-EXIT
            IF WS-ENTROU = 'S' AND WS-QT-PRESENCAS = ZEROS
               MOVE '1' TO WRK-TIPO
               ADD 1 TO WS-R-AUSENTES
            ELSE
               IF WS-ENTROU = 'N' AND WS-QT-PRESENCAS > ZEROS
                  MOVE '2' TO WRK-TIPO
                  ADD 1 TO WS-R-SEM-ENTRADA
                  PERFORM P240-CARTAO-ATIVO THRU P240-EXIT
               ELSE
                  GO TO P230-EXIT
               END-IF
            END-IF

            MOVE WS-ALUNO-ATUAL TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES               TO TU-ALUNO
            END-READ
            MOVE TU-ALUNO         TO WRK-TURMA
            MOVE NM-ALUNO         TO WRK-NM-ALUNO
            MOVE WS-ALUNO-ATUAL   TO WRK-ID-ALUNO
            MOVE WS-QT-PRESENCAS  TO WRK-QT-PRESENCAS
            MOVE WS-QT-FALTAS     TO WRK-QT-FALTAS
            MOVE WS-HR-ENTRADA    TO WRK-HR-ENTRADA
            MOVE WS-CARTAO-ATIVO  TO WRK-CARTAO
            RELEASE WRK-CATRA.
       P230-EXIT.
            EXIT.

      * >>> PRIMEIRA ENTRADA DO ALUNO NO DIA (CHAVE ALUNO/DATA)
       P235-PROCURA-ENTRADA.
            MOVE 'N'   TO WS-ENTROU
            MOVE ZEROS TO WS-HR-ENTRADA
            MOVE SPACES TO WS-CARTAO-ATIVO
            IF WS-SEM-PAS = 'S'
               GO TO P235-EXIT
            END-IF
            MOVE WS-ALUNO-ATUAL TO CA-ID-ALUNO
            MOVE WS-DT-PEDIDA   TO CA-DT-ALUNO
            MOVE 'N'            TO WS-FIM-PAS
            START CFP001W5 KEY IS = CA-ALUNO-DATA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-PAS
            END-START
            PERFORM P236-LER-PASSAGEM THRU P236-EXIT
                    UNTIL WS-FIM-PAS = 'S'.
       P235-EXIT.
            EXIT.

       P236-LER-PASSAGEM.
            READ CFP001W5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PAS
                      GO TO P236-EXIT
            END-READ
            IF CA-ID-ALUNO NOT = WS-ALUNO-ATUAL
               OR CA-DT-ALUNO NOT = WS-DT-PEDIDA
               MOVE 'S' TO WS-FIM-PAS
               GO TO P236-EXIT
            END-IF
            IF PASSAGEM-ENTRADA
               IF WS-ENTROU = 'N'
                  OR CA-HR-PASSAGEM < WS-HR-ENTRADA
                  MOVE CA-HR-PASSAGEM TO WS-HR-ENTRADA
               END-IF
               MOVE 'S' TO WS-ENTROU
            END-IF.
       P236-EXIT.
            EXIT.

      * >>> CARTAO ATIVO DO ALUNO, PARA SEPARAR QUEM NAO TEM CARTEIRINHA
       P240-CARTAO-ATIVO.
            MOVE 'SEM CARTAO' TO WS-CARTAO-ATIVO
            IF WS-SEM-CAR = 'S'
               GO TO P240-EXIT
            END-IF
            MOVE WS-ALUNO-ATUAL TO CE-ID-ALUNO
            MOVE 'N'            TO WS-FIM-CAR
            START CFP001W4 KEY IS = CE-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CAR
            END-START
            PERFORM P245-LER-CARTAO THRU P245-EXIT
                    UNTIL WS-FIM-CAR = 'S'.
       P240-EXIT.
            EXIT.

       P245-LER-CARTAO.
            READ CFP001W4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CAR
                      GO TO P245-EXIT
            END-READ
            IF CE-ID-ALUNO NOT = WS-ALUNO-ATUAL
               MOVE 'S' TO WS-FIM-CAR
               GO TO P245-EXIT
            END-IF
            IF CARTAO-ATIVO
               MOVE CE-NR-CARTAO TO WS-CARTAO-ATIVO
               MOVE 'S' TO WS-FIM-CAR
            END-IF.
       P245-EXIT.
            EXIT.

       P249-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: UM BLOCO POR TIPO DE DIVERGENCIA, COM
      * >>> QUEBRA POR TURMA
       S250 SECTION.
       P250-IMPRIME.
            MOVE SPACES TO WS-TIPO-ANT
            MOVE 'N'    TO WS-FIM-SORT
            PERFORM P255-UM-RETORNO THRU P255-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-R-AUSENTES = ZEROS AND WS-R-SEM-ENTRADA = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '  NENHUMA DIVERGENCIA ENTRE CATRACA E CHAMADA'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF
            GO TO P259-FIM-SAIDA.

       P255-UM-RETORNO.
            RETURN WORK-CATRA
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P255-EXIT
            END-RETURN

            IF WRK-TIPO NOT = WS-TIPO-ANT
               MOVE WRK-TIPO TO WS-TIPO-ANT
               MOVE HIGH-VALUES TO WS-TURMA-ANT
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               IF WRK-TIPO = '1'
                  STRING '1 - ENTRARAM PELA CATRACA E CONSTAM AUSENTES'
                         ' EM TODAS AS AULAS'
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  STRING '2 - PRESENTES NA CHAMADA SEM ENTRADA NA'
                         ' CATRACA'
                         DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
            END-IF
            IF WRK-TURMA NOT = WS-TURMA-ANT
               MOVE WRK-TURMA TO WS-TURMA-ANT
               MOVE SPACES TO REL-LINHA
               STRING ' TURMA ' WRK-TURMA
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WRK-TIPO = '1'
               MOVE WRK-HR-ENTRADA TO WS-HORA-EDIT
               INSPECT WS-HORA-EDIT REPLACING ALL ' ' BY ':'
               STRING '   ' WRK-ID-ALUNO ' ' WRK-NM-ALUNO
                      ' ENTRADA ' WS-HORA-EDIT
                      ' FALTAS ' WRK-QT-FALTAS
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING '   ' WRK-ID-ALUNO ' ' WRK-NM-ALUNO
                      ' PRESENCAS ' WRK-QT-PRESENCAS
                      ' FALTAS ' WRK-QT-FALTAS
                      ' CARTAO ' WRK-CARTAO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P255-EXIT.
            EXIT.

       P259-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS COM CHAMADA NO DIA..: ' WS-R-ALUNOS-DIA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ENTRARAM E CONSTAM AUSENTES: ' WS-R-AUSENTES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'PRESENTES SEM ENTRADA......: ' WS-R-SEM-ENTRADA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            CLOSE CFP001S6
            CLOSE CFP001S1
            IF WS-SEM-PAS = 'N'
               CLOSE CFP001W5
            END-IF
            IF WS-SEM-CAR = 'N'
               CLOSE CFP001W4
            END-IF
            CLOSE REL-CATRA

            MOVE 'RELCATRA'        TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS       TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA      TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELCATRA'
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
            MOVE 'RELCATRA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELCATRA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ALUNOS COM CHAMADA NO DIA..: ' WS-R-ALUNOS-DIA
            DISPLAY ' ENTRARAM E CONSTAM AUSENTES: ' WS-R-AUSENTES
            DISPLAY ' PRESENTES SEM ENTRADA......: ' WS-R-SEM-ENTRADA
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELCATRA.
