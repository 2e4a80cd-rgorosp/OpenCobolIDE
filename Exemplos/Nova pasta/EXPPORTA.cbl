      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EXPORTACAO NOTURNA DO PORTAL DAS FAMILIAS - PARA CADA
      *          RESPONSAVEL FINANCEIRO (VINCULO 'RF' NO RESPALUN.DAT)
      *          GERA UM PACOTE HTML ESTATICO (PORTAL/FAM_<ID>.HTM)
      *          COM, PARA CADA FILHO, O BOLETIM CORRENTE APURADO NOS
      *          MOLDES DO BOLALUNO (NOTAS, RECUPERACAO, FREQUENCIA E
      *          SITUACAO GERAL), AS COBRANCAS ABERTAS E PAGAS
      *          (COBRANCA.DAT, COM OS PAGAMENTOS DO PAGDETAL.DAT) E
      *          OS LINKS DAS CARTAS E RECIBOS JA REGISTRADOS NO
      *          CATALOGO (RELCATAL.CAT). JUNTO SAI O INDICE
      *          PORTAL/PORTAL.IDX (CPF|ID CONTATO|PACOTE|FILHOS) QUE
      *          O SITE USA PARA PUBLICAR O PACOTE ATRAS DO LOGIN DOS
      *          PAIS; RESPONSAVEL SEM CPF GANHA O PACOTE MAS FICA FORA
      *          DO INDICE. O INDICE E REGISTRADO NO RELCATAL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      * Update: 15-10-26 - COBRANCA TIPO TR DESCRITA COMO TRANSPORTE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPORTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-CONTATO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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
           SELECT CFP001S6 ASSIGN TO "C:/ARQUIVOS/FREQUENC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-PGD.
           SELECT CFP001T3 ASSIGN TO "C:/ARQUIVOS/RECIBOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RC-NR-RECIBO
                  ALTERNATE RECORD KEY IS RC-COBRANCA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RCB.
           SELECT CAT-RELAT ASSIGN TO "C:/ARQUIVOS/RELCATAL.CAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CAT.
           SELECT ARQ-FAMILIA ASSIGN TO WS-ARQ-FAMILIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-HTM.
           SELECT ARQ-INDICE ASSIGN TO "C:/ARQUIVOS/PORTAL/PORTAL.IDX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-IDX.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001T3.
           COPY REGRECIB.
       FD  CAT-RELAT.
       01  CAT-LINHA             PIC X(100).
       FD  ARQ-FAMILIA.
       01  HTM-LINHA             PIC X(200).
       FD  ARQ-INDICE.
       01  IDX-LINHA             PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FRQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PGD          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RCB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-HTM          PIC 9(02) VALUE ZEROS.
           03 WS-FS-IDX          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-FAMILIAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-FILHOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-INDICE        PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-CPF       PIC 9(05) VALUE ZEROS.
           03 WS-R-DOCUMENTOS    PIC 9(05) VALUE ZEROS.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> ARQUIVOS OPCIONAIS: SEM ELES A SECAO CORRESPONDENTE DO
      * >>> PACOTE SAI VAZIA, SEM DERRUBAR A EXPORTACAO
       01  WS-SEM-FREQUENCIA     PIC X(01) VALUE 'N'.
       01  WS-SEM-PAGDETAL       PIC X(01) VALUE 'N'.
       01  WS-SEM-RECIBOS        PIC X(01) VALUE 'N'.

      * >>> FAMILIA EM MONTAGEM (QUEBRA POR CONTATO NO RESPALUN)
       77  WS-FIM-RSP            PIC X(01) VALUE 'N'.
       77  WS-CONTATO-ATUAL      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-FILHOS         PIC 9(02) VALUE ZEROS.
       01  WS-TAB-FILHOS.
           03 WS-FIL-OCC OCCURS 15 TIMES INDEXED BY WS-FX.
              05 WS-FIL-ALUNO    PIC 9(05).
       77  WS-NM-RESPONSAVEL     PIC X(20) VALUE SPACES.
       77  WS-CPF-RESPONSAVEL    PIC 9(11) VALUE ZEROS.
       77  WS-ALUNO-ATUAL        PIC 9(05) VALUE ZEROS.
       77  WS-ALUNO-DA-FAMILIA   PIC X(01) VALUE 'N'.

       01  WS-ARQ-FAMILIA        PIC X(60) VALUE SPACES.
       01  WS-NM-PACOTE          PIC X(13) VALUE SPACES.

      * >>> BOLETIM DO FILHO, APURADO COMO NO BOLALUNO
       01  WS-SIT-GERAL             PIC X(01) VALUE 'A'.
           88 ALUNO-GERAL-APROVADO  VALUE 'A'.
           88 ALUNO-GERAL-REPROVADO VALUE 'R'.
       77  WS-FIM-NOTAS          PIC X(01) VALUE 'N'.
       77  WS-QTD-NOTAS          PIC 9(03) VALUE ZEROS.
       01  WS-FREQ-MINIMA        PIC 9(03) VALUE 75.
       01  WS-QT-PRESENTE        PIC 9(04) VALUE ZEROS.
       01  WS-QT-FALTA           PIC 9(04) VALUE ZEROS.
       01  WS-QT-AULAS           PIC 9(04) VALUE ZEROS.
       01  WS-PCT-FREQ           PIC 9(03) VALUE ZEROS.
       01  WS-FIM-FREQ           PIC X(01) VALUE 'N'.
       01  WS-DS-FREQ            PIC X(04) VALUE SPACES.
       01  WS-ED-PCT             PIC ZZ9.
       01  WS-DS-SITUACAO        PIC X(14) VALUE SPACES.
       01  WS-NM-MATERIA         PIC X(20) VALUE SPACES.

      * >>> COBRANCAS E PAGAMENTOS DO FILHO
       77  WS-FIM-COB            PIC X(01) VALUE 'N'.
       77  WS-FIM-PGD            PIC X(01) VALUE 'N'.
       77  WS-QTD-COBRANCAS      PIC 9(03) VALUE ZEROS.
       01  WS-VL-ABERTO          PIC 9(05)V99 VALUE ZEROS.
       01  WS-TOT-ABERTO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-DS-TIPO            PIC X(12) VALUE SPACES.
       01  WS-DS-ORIGEM          PIC X(08) VALUE SPACES.

      * >>> DOCUMENTOS DO CATALOGO (LINHA: DATA HORA|RELATORIO|
      * >>> LINHAS|CAMINHO)
       77  WS-FIM-CAT            PIC X(01) VALUE 'N'.
       77  WS-POS                PIC 9(03) VALUE ZEROS.
       77  WS-TEM-MARCA          PIC X(01) VALUE 'N'.
       01  WS-MARCA-CARTA        PIC X(12) VALUE SPACES.
       01  WS-CAT-REL-LIDO       PIC X(08) VALUE SPACES.
       01  WS-CAT-CAM-LIDO       PIC X(60) VALUE SPACES.
       01  WS-DOC-NOME           PIC X(60) VALUE SPACES.
       01  WS-DOC-TITULO         PIC X(40) VALUE SPACES.
       01  WS-NR-RECIBO-CAT      PIC X(06) VALUE SPACES.

      * >>> EDICAO PARA A PAGINA
       01  WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WS-DATA-AAAAMMDD.
           03 WS-DT-ANO          PIC 9(04).
           03 WS-DT-MES          PIC 9(02).
           03 WS-DT-DIA          PIC 9(02).
       01  WS-DATA-EDIT          PIC X(10) VALUE SPACES.
       01  WS-ANO-MES-EDIT.
           03 WS-AM-MES          PIC 9(02).
           03 FILLER             PIC X(01) VALUE '/'.
           03 WS-AM-ANO          PIC 9(04).
       01  WS-ANO-MES-LIDO       PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WS-ANO-MES-LIDO.
           03 WS-AML-ANO         PIC 9(04).
           03 WS-AML-MES         PIC 9(02).
       01  WS-ED-NOTA1           PIC Z9,99.
       01  WS-ED-NOTA2           PIC Z9,99.
       01  WS-ED-NOTA3           PIC Z9,99.
       01  WS-ED-NOTA4           PIC Z9,99.
       01  WS-ED-MEDIA           PIC Z9,99.
       01  WS-ED-RECUP           PIC Z9,99.
       01  WS-ED-FINAL           PIC Z9,99.
       01  WS-ED-VALOR           PIC Z.ZZZ.ZZ9,99.
       01  WS-ED-VALOR2          PIC Z.ZZZ.ZZ9,99.

       01  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.

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

      * AREA DE COMUNICACAO COM O TOTALIZADOR DIARIO (TOTDIARI)
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA EXPPORTA - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            MOVE WS-CURRENT-DATE       TO WS-DATA-GERACAO
            PERFORM P050-ABRIR
            PERFORM P100-LER-VINCULO THRU P100-EXIT
                    UNTIL WS-FIM-RSP = 'S'
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXPPORTA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'PAGDETAL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-PAGDETAL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SL' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S3
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S6
            IF WS-FS-FRQ NOT = 00
               MOVE 'S' TO WS-SEM-FREQUENCIA
            END-IF

            OPEN INPUT CFP001SM
            IF WS-FS-PGD NOT = 00
               MOVE 'S' TO WS-SEM-PAGDETAL
            END-IF

            OPEN INPUT CFP001T3
            IF WS-FS-RCB NOT = 00
               MOVE 'S' TO WS-SEM-RECIBOS
            END-IF

            OPEN OUTPUT ARQ-INDICE
            IF WS-FS-IDX NOT = 00
               MOVE WS-FS-IDX                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PORTAL.IDX' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LE O PROXIMO VINCULO; NA TROCA DE CONTATO (E NO FIM DO
      * >>> ARQUIVO) O PACOTE DA FAMILIA ANTERIOR E GERADO
       S100 SECTION.
       P100-LER-VINCULO.
            READ CFP001SL NEXT RECORD
            IF WS-FS-RSP NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SL'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-RSP = 10
               MOVE 'S' TO WS-FIM-RSP
               PERFORM P200-FAMILIA THRU P200-EXIT
               GO TO P100-EXIT
            END-IF

            IF RL-ID-CONTATO NOT = WS-CONTATO-ATUAL
               PERFORM P200-FAMILIA THRU P200-EXIT
               MOVE RL-ID-CONTATO TO WS-CONTATO-ATUAL
               MOVE ZEROS         TO WS-QTD-FILHOS
            END-IF

            IF RESP-FINANCEIRO
               IF WS-QTD-FILHOS < 15
                  ADD 1 TO WS-QTD-FILHOS
                  SET WS-FX TO WS-QTD-FILHOS
                  MOVE RL-ID-ALUNO TO WS-FIL-ALUNO(WS-FX)
               ELSE
                  DISPLAY 'AVISO: CONTATO ' RL-ID-CONTATO
                          ' COM MAIS DE 15 FILHOS - ALUNO '
                          RL-ID-ALUNO ' FORA DO PACOTE'
               END-IF
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> PACOTE HTML DE UMA FAMILIA E A SUA LINHA NO INDICE
       S200 SECTION.
       P200-FAMILIA.
            IF WS-QTD-FILHOS = ZEROS
               GO TO P200-EXIT
            END-IF

            MOVE WS-CONTATO-ATUAL TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO NAO CADASTRADO'
                        TO WS-NM-RESPONSAVEL
                      MOVE ZEROS TO WS-CPF-RESPONSAVEL
                 NOT INVALID KEY
                      MOVE NM-CONTATO  TO WS-NM-RESPONSAVEL
                      MOVE CPF-CONTATO TO WS-CPF-RESPONSAVEL
            END-READ

            MOVE SPACES TO WS-NM-PACOTE
            STRING 'FAM_' WS-CONTATO-ATUAL '.HTM'
                   DELIMITED BY SIZE INTO WS-NM-PACOTE
            MOVE SPACES TO WS-ARQ-FAMILIA
            STRING 'C:/ARQUIVOS/PORTAL/' WS-NM-PACOTE
                   DELIMITED BY SIZE INTO WS-ARQ-FAMILIA

            OPEN OUTPUT ARQ-FAMILIA
            IF WS-FS-HTM NOT = 00
               MOVE WS-FS-HTM                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PACOTE HTML' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-FAMILIAS

            PERFORM P250-CABECALHO THRU P250-EXIT
            PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-QTD-FILHOS
               MOVE WS-FIL-ALUNO(WS-FX) TO WS-ALUNO-ATUAL
               PERFORM P300-FILHO THRU P300-EXIT
            END-PERFORM
            PERFORM P600-DOCUMENTOS THRU P600-EXIT

            MOVE SPACES TO HTM-LINHA
            STRING '<hr><p>PACOTE GERADO EM '
                   WS-DATA-GERACAO(7:2) '/' WS-DATA-GERACAO(5:2) '/'
                   WS-DATA-GERACAO(1:4) ' '
                   WS-DATA-GERACAO(9:2) ':' WS-DATA-GERACAO(11:2)
                   '. DUVIDAS: PROCURE A SECRETARIA.</p>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA
            MOVE '</body></html>' TO HTM-LINHA
            WRITE HTM-LINHA
            CLOSE ARQ-FAMILIA

            IF WS-CPF-RESPONSAVEL = ZEROS
               ADD 1 TO WS-R-SEM-CPF
               DISPLAY 'AVISO: CONTATO ' WS-CONTATO-ATUAL
                       ' SEM CPF - PACOTE FORA DO INDICE'
               GO TO P200-EXIT
            END-IF
            MOVE SPACES TO IDX-LINHA
            STRING WS-CPF-RESPONSAVEL '|' WS-CONTATO-ATUAL '|'
                   WS-NM-PACOTE '|' WS-QTD-FILHOS
                   DELIMITED BY SIZE INTO IDX-LINHA
            WRITE IDX-LINHA
            ADD 1 TO WS-R-INDICE.
       P200-EXIT.
            EXIT.

       P250-CABECALHO.
            MOVE '<!DOCTYPE html>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            STRING '<html><head><meta charset="iso-8859-1">'
                   '<title>PORTAL DA FAMILIA - '
                   WS-NM-RESPONSAVEL DELIMITED BY '  '
                   '</title></head><body>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            STRING '<h1>PORTAL DA FAMILIA</h1><p>RESPONSAVEL '
                   'FINANCEIRO: '
                   WS-NM-RESPONSAVEL DELIMITED BY '  '
                   ' (' WS-CONTATO-ATUAL ')</p>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA.
       P250-EXIT.
            EXIT.

      * >>> UM FILHO: IDENTIFICACAO, BOLETIM E COBRANCAS
       S300 SECTION.
       P300-FILHO.
            MOVE WS-ALUNO-ATUAL TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES TO TU-ALUNO
                      MOVE 'I'    TO ST-ALUNO
            END-READ
            ADD 1 TO WS-R-FILHOS

            MOVE SPACES TO HTM-LINHA
            STRING '<h2>' WS-ALUNO-ATUAL ' - '
                   NM-ALUNO DELIMITED BY '  '
                   ' - TURMA ' TU-ALUNO '</h2>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA

            IF ALUNO-INATIVO
               MOVE '<p>ALUNO INATIVO - SEM BOLETIM CORRENTE</p>'
                 TO HTM-LINHA
               WRITE HTM-LINHA
            ELSE
               PERFORM P400-BOLETIM THRU P400-EXIT
            END-IF
            PERFORM P500-COBRANCAS THRU P500-EXIT.
       P300-EXIT.
            EXIT.

      * >>> BOLETIM: TODAS AS NOTAS DO ALUNO, COM RECUPERACAO E
      * >>> FREQUENCIA NA OFERTA; REPROVA POR NOTA OU POR FREQUENCIA
      * >>> ABAIXO DO MINIMO, COMO NO BOLALUNO
       S400 SECTION.
       P400-BOLETIM.
            MOVE '<h3>BOLETIM</h3>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            STRING '<table border="1"><tr><th>MATERIA</th>'
                   '<th>ANO/TERMO</th><th>N1</th><th>N2</th>'
                   '<th>N3</th><th>N4</th><th>MEDIA</th>'
                   '<th>RECUP.</th><th>MEDIA FINAL</th>'
                   '<th>FREQ.</th><th>SITUACAO</th></tr>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA

            SET ALUNO-GERAL-APROVADO TO TRUE
            MOVE ZEROS TO WS-QTD-NOTAS
            MOVE 'N'   TO WS-FIM-NOTAS
            MOVE WS-ALUNO-ATUAL TO NT-ID-ALUNO
            MOVE ZEROS          TO NT-CHAVE-MATERIA
            START CFP001S3 KEY IS NOT LESS NT-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-NOTAS
            END-START
            PERFORM P410-NOTA THRU P410-EXIT
                    UNTIL WS-FIM-NOTAS = 'S'

            MOVE '</table>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            IF WS-QTD-NOTAS = ZEROS
               MOVE '<p>NENHUMA NOTA LANCADA</p>' TO HTM-LINHA
            ELSE
               IF ALUNO-GERAL-APROVADO
                  MOVE '<p><b>SITUACAO GERAL: APROVADO</b></p>'
                    TO HTM-LINHA
               ELSE
                  MOVE '<p><b>SITUACAO GERAL: REPROVADO</b></p>'
                    TO HTM-LINHA
               END-IF
            END-IF
            WRITE HTM-LINHA.
       P400-EXIT.
            EXIT.

       P410-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-NOTAS
                      GO TO P410-EXIT
            END-READ
            IF NT-ID-ALUNO NOT = WS-ALUNO-ATUAL
               MOVE 'S' TO WS-FIM-NOTAS
               GO TO P410-EXIT
            END-IF
            ADD 1 TO WS-QTD-NOTAS

            MOVE NT-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE 'MATERIA DESCONHECIDA' TO WS-NM-MATERIA
                 NOT INVALID KEY
                      MOVE NM-MATERIA TO WS-NM-MATERIA
            END-READ

            EVALUATE TRUE
               WHEN NOTA-APROV-CONSELHO
                    MOVE 'APROV.CONSELHO' TO WS-DS-SITUACAO
               WHEN NOTA-APROVADO
                    MOVE 'APROVADO'       TO WS-DS-SITUACAO
               WHEN NOTA-REPROVADO
                    MOVE 'REPROVADO'      TO WS-DS-SITUACAO
                    SET ALUNO-GERAL-REPROVADO TO TRUE
               WHEN NOTA-REPROV-FALTA
                    MOVE 'REPROV. FALTA'  TO WS-DS-SITUACAO
               WHEN OTHER
                    MOVE 'EM CURSO'       TO WS-DS-SITUACAO
            END-EVALUATE

            MOVE '-' TO WS-DS-FREQ
            IF WS-SEM-FREQUENCIA = 'N'
               PERFORM P420-APURA-FREQ THRU P420-EXIT
            END-IF

            MOVE NT-NOTA1 TO WS-ED-NOTA1
            MOVE NT-NOTA2 TO WS-ED-NOTA2
            MOVE NT-NOTA3 TO WS-ED-NOTA3
            MOVE NT-NOTA4 TO WS-ED-NOTA4
            MOVE NT-MEDIA TO WS-ED-MEDIA
            MOVE NT-RECUPERACAO TO WS-ED-RECUP
            MOVE NT-MEDIA-FINAL TO WS-ED-FINAL
            MOVE SPACES TO HTM-LINHA
            STRING '<tr><td>' WS-NM-MATERIA DELIMITED BY '  '
                   '</td><td>' NT-AN-MATERIA '/' NT-TR-MATERIA
                   '</td><td>' WS-ED-NOTA1 '</td><td>' WS-ED-NOTA2
                   '</td><td>' WS-ED-NOTA3 '</td><td>' WS-ED-NOTA4
                   '</td><td>' WS-ED-MEDIA '</td><td>' WS-ED-RECUP
                   '</td><td>' WS-ED-FINAL '</td><td>' WS-DS-FREQ
                   '</td><td>' WS-DS-SITUACAO '</td></tr>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA.
       P410-EXIT.
            EXIT.

      * >>> PERCENTUAL DE PRESENCA NA OFERTA; ABAIXO DO MINIMO O
      * >>> ALUNO E REPROVADO POR FALTA, INDEPENDENTE DA MEDIA
       P420-APURA-FREQ.
            MOVE ZEROS TO WS-QT-PRESENTE WS-QT-FALTA
            MOVE 'N'   TO WS-FIM-FREQ
            MOVE NT-ID-ALUNO      TO FQ-ID-ALUNO
            MOVE NT-CHAVE-MATERIA TO FQ-CHAVE-MATERIA
            MOVE ZEROS            TO FQ-DT-AULA
            START CFP001S6 KEY IS NOT LESS FQ-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-FREQ
            END-START
            PERFORM P430-LER-FREQ THRU P430-EXIT
                    UNTIL WS-FIM-FREQ = 'S'

            COMPUTE WS-QT-AULAS = WS-QT-PRESENTE + WS-QT-FALTA
            IF WS-QT-AULAS > ZEROS
               COMPUTE WS-PCT-FREQ =
                       (WS-QT-PRESENTE * 100) / WS-QT-AULAS
               MOVE WS-PCT-FREQ TO WS-ED-PCT
               MOVE SPACES TO WS-DS-FREQ
               STRING WS-ED-PCT '%' DELIMITED BY SIZE
                      INTO WS-DS-FREQ
               IF WS-PCT-FREQ < WS-FREQ-MINIMA
                  SET ALUNO-GERAL-REPROVADO TO TRUE
                  MOVE 'REPROV. FALTA' TO WS-DS-SITUACAO
               END-IF
            END-IF.
       P420-EXIT.
            EXIT.

       P430-LER-FREQ.
            READ CFP001S6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-FREQ
                      GO TO P430-EXIT
            END-READ
            IF FQ-ID-ALUNO NOT = NT-ID-ALUNO
               OR FQ-CHAVE-MATERIA NOT = NT-CHAVE-MATERIA
               MOVE 'S' TO WS-FIM-FREQ
               GO TO P430-EXIT
            END-IF
            IF FREQ-AUSENTE
               ADD 1 TO WS-QT-FALTA
            ELSE
               ADD 1 TO WS-QT-PRESENTE
            END-IF.
       P430-EXIT.
            EXIT.

      * >>> COBRANCAS ABERTAS (COM O SALDO E A MARCA DE VENCIDA) E
      * >>> PAGAS (COM CADA PAGAMENTO DO PAGDETAL); RENEGOCIADAS NAO
      * >>> APARECEM, POIS O ACORDO GEROU COBRANCAS NOVAS
       S500 SECTION.
       P500-COBRANCAS.
            MOVE '<h3>COBRANCAS</h3>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            STRING '<table border="1"><tr><th>COMPETENCIA</th>'
                   '<th>TIPO</th><th>VENCIMENTO</th><th>VALOR</th>'
                   '<th>SITUACAO</th><th>EM ABERTO</th></tr>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA

            MOVE ZEROS TO WS-QTD-COBRANCAS WS-TOT-ABERTO
            MOVE 'N'   TO WS-FIM-COB
            MOVE WS-ALUNO-ATUAL TO CB-ID-ALUNO
            MOVE ZEROS          TO CB-ANO-MES CB-NR-SEQ
            START CFP001SF KEY IS NOT LESS CB-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-COB
            END-START
            PERFORM P510-COBRANCA THRU P510-EXIT
                    UNTIL WS-FIM-COB = 'S'

            MOVE '</table>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO HTM-LINHA
            IF WS-QTD-COBRANCAS = ZEROS
               MOVE '<p>NENHUMA COBRANCA REGISTRADA</p>' TO HTM-LINHA
            ELSE
               MOVE WS-TOT-ABERTO TO WS-ED-VALOR
               STRING '<p><b>TOTAL EM ABERTO: R$ ' WS-ED-VALOR
                      '</b></p>'
                      DELIMITED BY SIZE INTO HTM-LINHA
            END-IF
            WRITE HTM-LINHA.
       P500-EXIT.
            EXIT.

       P510-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-COB
                      GO TO P510-EXIT
            END-READ
            IF CB-ID-ALUNO NOT = WS-ALUNO-ATUAL
               MOVE 'S' TO WS-FIM-COB
               GO TO P510-EXIT
            END-IF
            IF NOT COBRANCA-ABERTA AND NOT COBRANCA-PAGA
               GO TO P510-EXIT
            END-IF
            ADD 1 TO WS-QTD-COBRANCAS

            EVALUATE TRUE
               WHEN TIPO-MENSALIDADE
                    MOVE 'MENSALIDADE' TO WS-DS-TIPO
               WHEN TIPO-MATRICULA
                    MOVE 'MATRICULA'   TO WS-DS-TIPO
               WHEN TIPO-MATERIAL
                    MOVE 'MATERIAL'    TO WS-DS-TIPO
               WHEN TIPO-UNIFORME
                    MOVE 'UNIFORME'    TO WS-DS-TIPO
               WHEN TIPO-EVENTO
                    MOVE 'EVENTO'      TO WS-DS-TIPO
               WHEN TIPO-ATIVIDADE
                    MOVE 'ATIVIDADE'   TO WS-DS-TIPO
               WHEN TIPO-BIBLIOTECA
                    MOVE 'BIBLIOTECA'  TO WS-DS-TIPO
               WHEN TIPO-CANTINA
                    MOVE 'CANTINA'     TO WS-DS-TIPO
               WHEN TIPO-TRANSPORTE
                    MOVE 'TRANSPORTE'  TO WS-DS-TIPO
               WHEN OTHER
                    MOVE CB-TP-COBRANCA TO WS-DS-TIPO
            END-EVALUATE

            MOVE CB-ANO-MES TO WS-ANO-MES-LIDO
            MOVE WS-AML-MES TO WS-AM-MES
            MOVE WS-AML-ANO TO WS-AM-ANO
            MOVE CB-DT-VENCIMENTO TO WS-DATA-AAAAMMDD
            PERFORM P580-EDITA-DATA THRU P580-EXIT
            MOVE CB-VALOR-LIQUIDO TO WS-ED-VALOR

            MOVE SPACES TO HTM-LINHA
            IF COBRANCA-ABERTA
               COMPUTE WS-VL-ABERTO =
                       CB-VALOR-LIQUIDO - CB-VALOR-PAGO
               ADD WS-VL-ABERTO TO WS-TOT-ABERTO
               MOVE WS-VL-ABERTO TO WS-ED-VALOR2
               IF CB-DT-VENCIMENTO < WS-DT-HOJE
                  STRING '<tr><td>' WS-ANO-MES-EDIT '</td><td>'
                         WS-DS-TIPO '</td><td>' WS-DATA-EDIT
                         '</td><td>' WS-ED-VALOR
                         '</td><td><b>VENCIDA</b></td><td>'
                         WS-ED-VALOR2 '</td></tr>'
                         DELIMITED BY SIZE INTO HTM-LINHA
               ELSE
                  STRING '<tr><td>' WS-ANO-MES-EDIT '</td><td>'
                         WS-DS-TIPO '</td><td>' WS-DATA-EDIT
                         '</td><td>' WS-ED-VALOR
                         '</td><td>ABERTA</td><td>'
                         WS-ED-VALOR2 '</td></tr>'
                         DELIMITED BY SIZE INTO HTM-LINHA
               END-IF
               WRITE HTM-LINHA
            ELSE
               STRING '<tr><td>' WS-ANO-MES-EDIT '</td><td>'
                      WS-DS-TIPO '</td><td>' WS-DATA-EDIT
                      '</td><td>' WS-ED-VALOR
                      '</td><td>PAGA</td><td>-</td></tr>'
                      DELIMITED BY SIZE INTO HTM-LINHA
               WRITE HTM-LINHA
               IF WS-SEM-PAGDETAL = 'N'
                  PERFORM P520-PAGAMENTOS THRU P520-EXIT
               END-IF
            END-IF.
       P510-EXIT.
            EXIT.

      * >>> PAGAMENTOS DA COBRANCA PAGA, UMA LINHA POR DETALHE
       P520-PAGAMENTOS.
            MOVE 'N' TO WS-FIM-PGD
            MOVE CB-ID-ALUNO TO PD-ID-ALUNO
            MOVE CB-ANO-MES  TO PD-ANO-MES
            MOVE CB-NR-SEQ   TO PD-NR-SEQ
            MOVE ZEROS       TO PD-SEQUENCIA
            START CFP001SM KEY IS NOT LESS PD-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-PGD
            END-START
            PERFORM P530-UM-PAGAMENTO THRU P530-EXIT
                    UNTIL WS-FIM-PGD = 'S'.
       P520-EXIT.
            EXIT.

       P530-UM-PAGAMENTO.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PGD
                      GO TO P530-EXIT
            END-READ
            IF PD-ID-ALUNO NOT = CB-ID-ALUNO
               OR PD-ANO-MES NOT = CB-ANO-MES
               OR PD-NR-SEQ NOT = CB-NR-SEQ
               MOVE 'S' TO WS-FIM-PGD
               GO TO P530-EXIT
            END-IF
            EVALUATE TRUE
               WHEN PAGTO-CAIXA
                    MOVE 'CAIXA'   TO WS-DS-ORIGEM
               WHEN PAGTO-BANCO
                    MOVE 'BANCO'   TO WS-DS-ORIGEM
               WHEN PAGTO-CREDITO
                    MOVE 'CREDITO' TO WS-DS-ORIGEM
               WHEN PAGTO-PIX
                    MOVE 'PIX'     TO WS-DS-ORIGEM
               WHEN OTHER
                    MOVE PD-ORIGEM TO WS-DS-ORIGEM
            END-EVALUATE
            MOVE PD-DT-PAGAMENTO TO WS-DATA-AAAAMMDD
            PERFORM P580-EDITA-DATA THRU P580-EXIT
            MOVE PD-VALOR-PAGO TO WS-ED-VALOR
            MOVE SPACES TO HTM-LINHA
            STRING '<tr><td></td><td colspan="5">PAGAMENTO EM '
                   WS-DATA-EDIT ' - R$ ' WS-ED-VALOR ' ('
                   WS-DS-ORIGEM DELIMITED BY SPACE
                   ')</td></tr>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA.
       P530-EXIT.
            EXIT.

       P580-EDITA-DATA.
            MOVE SPACES TO WS-DATA-EDIT
            IF WS-DATA-AAAAMMDD = ZEROS
               MOVE '-' TO WS-DATA-EDIT
               GO TO P580-EXIT
            END-IF
            STRING WS-DT-DIA '/' WS-DT-MES '/' WS-DT-ANO
                   DELIMITED BY SIZE INTO WS-DATA-EDIT.
       P580-EXIT.
            EXIT.

      * >>> CARTAS DA FAMILIA (CAMINHO CARTA_<CONTATO>_, REGISTRADAS
      * >>> PELO GERCARTA) E RECIBOS DOS FILHOS (RECIBO_<NR>.REL DO
      * >>> GERRECIB, CONFERIDO NO RECIBOS.DAT) JA NO CATALOGO; O
      * >>> LINK E RELATIVO A PASTA DO PORTAL
       S600 SECTION.
       P600-DOCUMENTOS.
            MOVE '<h3>CARTAS E RECIBOS</h3><ul>' TO HTM-LINHA
            WRITE HTM-LINHA
            MOVE SPACES TO WS-MARCA-CARTA
            STRING 'CARTA_' WS-CONTATO-ATUAL '_'
                   DELIMITED BY SIZE INTO WS-MARCA-CARTA
            MOVE ZEROS TO WS-R-DOCUMENTOS
            OPEN INPUT CAT-RELAT
            IF WS-FS-CAT = 00
               MOVE 'N' TO WS-FIM-CAT
               PERFORM P610-LER-CATALOGO THRU P610-EXIT
                       UNTIL WS-FIM-CAT = 'S'
               CLOSE CAT-RELAT
            END-IF
            IF WS-R-DOCUMENTOS = ZEROS
               MOVE '<li>NENHUM DOCUMENTO DISPONIVEL</li>'
                 TO HTM-LINHA
               WRITE HTM-LINHA
            END-IF
            MOVE '</ul>' TO HTM-LINHA
            WRITE HTM-LINHA.
       P600-EXIT.
            EXIT.

       P610-LER-CATALOGO.
            READ CAT-RELAT
                 AT END
                      MOVE 'S' TO WS-FIM-CAT
                      GO TO P610-EXIT
            END-READ
            MOVE CAT-LINHA(21:8)  TO WS-CAT-REL-LIDO
            MOVE CAT-LINHA(36:60) TO WS-CAT-CAM-LIDO
            MOVE SPACES TO WS-DOC-TITULO

            EVALUATE WS-CAT-REL-LIDO
               WHEN 'GERCARTA'
                    MOVE 'N' TO WS-TEM-MARCA
                    PERFORM VARYING WS-POS FROM 1 BY 1
                            UNTIL WS-POS > 49
                               OR WS-TEM-MARCA = 'S'
                       IF WS-CAT-CAM-LIDO(WS-POS:12) = WS-MARCA-CARTA
                          MOVE 'S' TO WS-TEM-MARCA
                       END-IF
                    END-PERFORM
                    IF WS-TEM-MARCA = 'N'
                       GO TO P610-EXIT
                    END-IF
                    STRING 'CARTA DE ' CAT-LINHA(1:10)
                           DELIMITED BY SIZE INTO WS-DOC-TITULO
               WHEN 'GERRECIB'
                    PERFORM P620-RECIBO-DA-FAMILIA THRU P620-EXIT
                    IF WS-ALUNO-DA-FAMILIA = 'N'
                       GO TO P610-EXIT
                    END-IF
                    STRING 'RECIBO ' WS-NR-RECIBO-CAT
                           ' - COMPETENCIA ' WS-ANO-MES-EDIT
                           DELIMITED BY SIZE INTO WS-DOC-TITULO
               WHEN OTHER
                    GO TO P610-EXIT
            END-EVALUATE

            IF WS-CAT-CAM-LIDO(1:12) = 'C:/ARQUIVOS/'
               MOVE WS-CAT-CAM-LIDO(13:48) TO WS-DOC-NOME
            ELSE
               MOVE WS-CAT-CAM-LIDO TO WS-DOC-NOME
            END-IF
            MOVE SPACES TO HTM-LINHA
            STRING '<li><a href="../' WS-DOC-NOME DELIMITED BY SPACE
                   '">' WS-DOC-TITULO '</a></li>'
                   DELIMITED BY SIZE INTO HTM-LINHA
            WRITE HTM-LINHA
            ADD 1 TO WS-R-DOCUMENTOS.
       P610-EXIT.
            EXIT.

      * >>> RECIBO DO CATALOGO PERTENCE A UM FILHO DA FAMILIA? RECIBO
      * >>> ESTORNADO NAO E PUBLICADO
       P620-RECIBO-DA-FAMILIA.
            MOVE 'N' TO WS-ALUNO-DA-FAMILIA
            IF WS-SEM-RECIBOS = 'S'
               OR WS-CAT-CAM-LIDO(13:7) NOT = 'RECIBO_'
               GO TO P620-EXIT
            END-IF
            MOVE WS-CAT-CAM-LIDO(20:6) TO WS-NR-RECIBO-CAT
            IF WS-NR-RECIBO-CAT IS NOT NUMERIC
               GO TO P620-EXIT
            END-IF
            MOVE WS-NR-RECIBO-CAT TO RC-NR-RECIBO
            READ CFP001T3
                 KEY IS RC-NR-RECIBO
                 INVALID KEY
                      GO TO P620-EXIT
            END-READ
            IF RECIBO-ESTORNADO
               GO TO P620-EXIT
            END-IF
            PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-QTD-FILHOS
               IF WS-FIL-ALUNO(WS-FX) = RC-ID-ALUNO
                  MOVE 'S' TO WS-ALUNO-DA-FAMILIA
               END-IF
            END-PERFORM
            MOVE RC-ANO-MES TO WS-ANO-MES-LIDO
            MOVE WS-AML-MES TO WS-AM-MES
            MOVE WS-AML-ANO TO WS-AM-ANO.
       P620-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SL
            CLOSE CONTATOS
            CLOSE CFP001S1
            CLOSE CFP001S2
            CLOSE CFP001S3
            CLOSE CFP001SF
            IF WS-SEM-FREQUENCIA = 'N'
               CLOSE CFP001S6
            END-IF
            IF WS-SEM-PAGDETAL = 'N'
               CLOSE CFP001SM
            END-IF
            IF WS-SEM-RECIBOS = 'N'
               CLOSE CFP001T3
            END-IF
            CLOSE ARQ-INDICE
            IF WS-FS-IDX NOT = 00 THEN
               MOVE WS-FS-IDX                           TO WS-MSG1
               MOVE 'ERRO FECHAR O PORTAL.IDX'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'EXPPORTA'    TO WS-CAT-RELATORIO
            MOVE WS-R-INDICE   TO WS-CAT-QTD-LINHAS
            MOVE 'C:/ARQUIVOS/PORTAL/PORTAL.IDX' TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EXPPORTA'
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
            MOVE 'EXPPORTA' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EXPPORTA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' PACOTES DE FAMILIA..: ' WS-R-FAMILIAS
            DISPLAY ' FILHOS EXPORTADOS...: ' WS-R-FILHOS
            DISPLAY ' LINHAS NO INDICE....: ' WS-R-INDICE
            DISPLAY ' RESPONSAVEIS SEM CPF: ' WS-R-SEM-CPF
            DISPLAY '--------------------------------------'
            MOVE 'EXPPORTA' TO WS-LG-PROGRAMA
            MOVE 'PACOTES PORTAL ' TO WS-LG-CONTADOR
            MOVE WS-R-FAMILIAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM EXPPORTA.
