      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RETRATO NOTURNO DOS TOTAIS DE CONTROLE DOS MESTRES E
      *          RELATORIO DE DESVIO DE UM DIA PARA O OUTRO. O CHKINTEG
      *          CONFERE AS REFERENCIAS ENTRE ARQUIVOS, MAS NADA DIZIA
      *          QUE UM MESTRE PERDEU REGISTROS NA MADRUGADA OU QUE UM
      *          TOTAL DE VALOR MUDOU SEM PROCESSAMENTO QUE O EXPLIQUE.
      *          PARA CADA MESTRE (CONTATOS, ALUNOS, MATERIAS, MATRICUL,
      *          NOTAS, COBRANCA, PAGDETAL E CLIENTES) O RETRATO GUARDA
      *          A QUANTIDADE DE REGISTROS, A QUANTIDADE POR SITUACAO E
      *          DOIS TOTAIS DE CONFERENCIA (HASH):
      *            CONTATOS - ID-CONTATO / CEP-CONTATO (ST-CONTATO)
      *            ALUNOS   - ID-ALUNO / DT-NASCIMENTO (ST-ALUNO)
      *            MATERIAS - ID+ANO+TERMO / QT-OCUPADAS (SEM SITUACAO)
      *            MATRICUL - ALUNO+MATERIA / MT-DT-MATRICULA
      *                       (MT-ST-MATRICULA)
      *            NOTAS    - ALUNO+MATERIA / NT-MEDIA-FINAL
      *                       (NT-SITUACAO)
      *            COBRANCA - ALUNO+ANO/MES / CB-VALOR-LIQUIDO
      *                       (CB-ST-COBRANCA)
      *            PAGDETAL - ALUNO+ANO/MES / PD-VALOR-PAGO (PD-ORIGEM)
      *            CLIENTES - ID-CLIENTE / SD-CLIENTE (ST-CLIENTE)
      *          O RETRATO E ACRESCENTADO AO SNAPMAST.DAT (LAYOUT
      *          REGSNAPM) E COMPARADO COM O RETRATO ANTERIOR DE CADA
      *          MESTRE. A DIFERENCA E EXPLICADA PELO MOVIMENTO DESDE O
      *          RETRATO ANTERIOR:
      *            - JORNMAST.LOG: INCLUSOES MENOS EXCLUSOES DO MESTRE
      *              BATENDO COM A DIFERENCA DE QUANTIDADE;
      *            - TOTDIARI.LOG: EXECUCAO DE PROGRAMA QUE GRAVA O
      *              MESTRE (TABELA WS-TAB-LEDGER), PARA OS MESTRES SEM
      *              JORNAL OU GRAVADOS POR ROTINA QUE NAO JORNALIZA.
      *          DIFERENCA SEM EXPLICACAO SAI EM VERMELHO NO CONSOLE E
      *          MARCADA '*** VERMELHO ***' NO DRIFT_<TS>.REL (RELCATAL)
      *          PARA O TURNO DA MANHA. PASSO 6 DA CADEIA
      *          BATDIARI. O ARQLOGS SO CORTA OS LOGS DE COMPETENCIAS
      *          ANTERIORES, ENTAO O MOVIMENTO DO DIA ESTA SEMPRE LA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPMAST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-CONTATO
                  ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-CONTATO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CHAVE-MATERIA
                  ALTERNATE RECORD KEY IS NM-MATERIA WITH DUPLICATES
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-CLIENTE
                  ALTERNATE RECORD KEY IS NM-CLIENTE WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CLI.
           SELECT ARQ-RETRATO ASSIGN TO "C:/ARQUIVOS/SNAPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-RET.
           SELECT LOG-JORNAL ASSIGN TO "C:/ARQUIVOS/JORNMAST.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-JOR.
           SELECT LOG-TOTDIARI ASSIGN TO "C:/ARQUIVOS/TOTDIARI.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LED.
           SELECT REL-DESVIO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001S4.
           COPY REGCLIEN.
       FD  ARQ-RETRATO.
           COPY REGSNAPM.
       FD  LOG-JORNAL.
       01  JOR-LINHA             PIC X(320).
       FD  LOG-TOTDIARI.
       01  LED-LINHA             PIC X(100).
       FD  REL-DESVIO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-JOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LED          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM             PIC X(01) VALUE 'N'.
           03 WS-MX              PIC 9(02) VALUE ZEROS.
           03 WS-SX              PIC 9(02) VALUE ZEROS.
           03 WS-SY              PIC 9(02) VALUE ZEROS.
           03 WS-LX              PIC 9(02) VALUE ZEROS.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-ST-LIDO         PIC X(01) VALUE SPACES.
           03 WS-TS-TEXTO        PIC X(19) VALUE SPACES.
           03 WS-TS-MONTA        PIC X(14) VALUE SPACES.
           03 WS-TS-MONTA-N REDEFINES WS-TS-MONTA PIC 9(14).
           03 WS-TS-LINHA        PIC 9(14) VALUE ZEROS.
           03 WS-TS-ATUAL        PIC 9(14) VALUE ZEROS.
           03 WS-ARQ-LINHA       PIC X(08) VALUE SPACES.
           03 WS-PGM-LINHA       PIC X(08) VALUE SPACES.
           03 WS-OCORRE          PIC 9(02) VALUE ZEROS.
           03 WS-PTR             PIC 9(03) VALUE ZEROS.
           03 WS-MUDOU           PIC X(01) VALUE 'N'.
           03 WS-DIF-QTD         PIC S9(07) VALUE ZEROS.
           03 WS-ESPERADO        PIC S9(07) VALUE ZEROS.
           03 WS-MOVIMENTOS      PIC 9(07) VALUE ZEROS.
           03 WS-RESULTADO       PIC X(50) VALUE SPACES.
           03 WS-VERMELHO        PIC X(01) VALUE 'N'.
           03 WS-R-VERMELHOS     PIC 9(02) VALUE ZEROS.
           03 WS-R-EXPLICADOS    PIC 9(02) VALUE ZEROS.
           03 WS-R-INALTERADOS   PIC 9(02) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-ANTERIORES    PIC 9(06) VALUE ZEROS.
           03 WS-QTD-ED          PIC Z(06)9.
           03 WS-QTD2-ED         PIC Z(06)9.
           03 WS-DIF-ED          PIC -Z(06)9.
           03 WS-CHAVE-ED        PIC Z(17)9.
           03 WS-CHAVE2-ED       PIC Z(17)9.
           03 WS-VALOR-ED        PIC -Z(12)9,99.
           03 WS-VALOR2-ED       PIC -Z(12)9,99.
           03 WS-MOV-ED          PIC Z(05)9.
           03 WS-MOV2-ED         PIC Z(05)9.
           03 WS-MOV3-ED         PIC Z(05)9.

      * >>> MESTRES DO RETRATO - NOME (COMO NO JORNMAST) E 'J' QUANDO O
      * >>> MESTRE E JORNALIZADO PELO JORNMAST
       01  WS-TAB-NOMES.
           03 FILLER             PIC X(09) VALUE 'CONTATOSJ'.
           03 FILLER             PIC X(09) VALUE 'ALUNOS  J'.
           03 FILLER             PIC X(09) VALUE 'MATERIASJ'.
           03 FILLER             PIC X(09) VALUE 'MATRICULN'.
           03 FILLER             PIC X(09) VALUE 'NOTAS   J'.
           03 FILLER             PIC X(09) VALUE 'COBRANCAJ'.
           03 FILLER             PIC X(09) VALUE 'PAGDETALN'.
           03 FILLER             PIC X(09) VALUE 'CLIENTESJ'.
       01  FILLER REDEFINES WS-TAB-NOMES.
           03 WS-MST-OCC OCCURS 8 TIMES.
              05 WS-MST-NOME     PIC X(08).
              05 WS-MST-JORNAL   PIC X(01).
       77  WS-QTD-MESTRES        PIC 9(02) VALUE 8.

      * >>> PROGRAMAS QUE GRAVAM CADA MESTRE E LANCAM NO TOTDIARI -
      * >>> MESTRE (8) + PROGRAMA (8)
       01  WS-TAB-LEDGER.
           03 FILLER             PIC X(16) VALUE 'CONTATOSCADCONTA'.
           03 FILLER             PIC X(16) VALUE 'CONTATOSATUCONTA'.
           03 FILLER             PIC X(16) VALUE 'CONTATOSDELCONTA'.
           03 FILLER             PIC X(16) VALUE 'CONTATOSMRGCONTA'.
           03 FILLER             PIC X(16) VALUE 'CONTATOSXMLIMPOR'.
           03 FILLER             PIC X(16) VALUE 'ALUNOS  CADALUNO'.
           03 FILLER             PIC X(16) VALUE 'ALUNOS  ATUALUNO'.
           03 FILLER             PIC X(16) VALUE 'ALUNOS  DELALUNO'.
           03 FILLER             PIC X(16) VALUE 'ALUNOS  EXCALUNO'.
           03 FILLER             PIC X(16) VALUE 'ALUNOS  TRANSFAL'.
           03 FILLER             PIC X(16) VALUE 'MATERIASCADMATER'.
           03 FILLER             PIC X(16) VALUE 'MATERIASCLONOFER'.
           03 FILLER             PIC X(16) VALUE 'MATERIASCADMATRI'.
           03 FILLER             PIC X(16) VALUE 'MATERIASCANMATRI'.
           03 FILLER             PIC X(16) VALUE 'MATERIASREMATRIC'.
           03 FILLER             PIC X(16) VALUE 'MATERIASTRANSFAL'.
           03 FILLER             PIC X(16) VALUE 'MATRICULCADMATRI'.
           03 FILLER             PIC X(16) VALUE 'MATRICULCANMATRI'.
           03 FILLER             PIC X(16) VALUE 'MATRICULCNVCANDI'.
           03 FILLER             PIC X(16) VALUE 'MATRICULREMANEJA'.
           03 FILLER             PIC X(16) VALUE 'MATRICULREMATRIC'.
           03 FILLER             PIC X(16) VALUE 'MATRICULTRANSFAL'.
           03 FILLER             PIC X(16) VALUE 'NOTAS   AMDNOTA '.
           03 FILLER             PIC X(16) VALUE 'NOTAS   CADCONSE'.
           03 FILLER             PIC X(16) VALUE 'NOTAS   CADNOTA '.
           03 FILLER             PIC X(16) VALUE 'NOTAS   CADRECUP'.
           03 FILLER             PIC X(16) VALUE 'NOTAS   IMPNOTA '.
           03 FILLER             PIC X(16) VALUE 'NOTAS   REMANEJA'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAANUIDADE'.
           03 FILLER             PIC X(16) VALUE 'COBRANCACADCANTI'.
           03 FILLER             PIC X(16) VALUE 'COBRANCACADCOBAV'.
           03 FILLER             PIC X(16) VALUE 'COBRANCACADCHEQ '.
           03 FILLER             PIC X(16) VALUE 'COBRANCAEMPLIVRO'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAESTCOBRA'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAEXPPIX  '.
           03 FILLER             PIC X(16) VALUE 'COBRANCAGERBOLET'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAGERCOBRA'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAPAGCOBRA'.
           03 FILLER             PIC X(16) VALUE 'COBRANCAREAJMENS'.
           03 FILLER             PIC X(16) VALUE 'COBRANCARENEGOCI'.
           03 FILLER             PIC X(16) VALUE 'COBRANCARETBANCO'.
           03 FILLER             PIC X(16) VALUE 'COBRANCARETPIX  '.
           03 FILLER             PIC X(16) VALUE 'COBRANCAVENDESTQ'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALANUIDADE'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALCADCANTI'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALCADCOBAV'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALEMPLIVRO'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALGERCOBRA'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALPAGCOBRA'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALRETBANCO'.
           03 FILLER             PIC X(16) VALUE 'PAGDETALRETPIX  '.
           03 FILLER             PIC X(16) VALUE 'PAGDETALVENDESTQ'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESATUCLIEN'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESCADCANTI'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESCADCLIEN'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESCADLIMIT'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESDELCLIEN'.
           03 FILLER             PIC X(16) VALUE 'CLIENTESESTMOVCL'.
       01  FILLER REDEFINES WS-TAB-LEDGER.
           03 WS-LDG-OCC OCCURS 58 TIMES.
              05 WS-LDG-MESTRE   PIC X(08).
              05 WS-LDG-PROGRAMA PIC X(08).
       77  WS-QTD-LEDGER         PIC 9(02) VALUE 58.

      * >>> RETRATO ANTERIOR (AN), RETRATO DESTA RODADA (AT) E
      * >>> MOVIMENTO DESDE O ANTERIOR (MV), POR MESTRE
       01  WS-TAB-RETRATO.
           03 WS-RT-OCC OCCURS 8 TIMES.
              05 WS-AN-EXISTE       PIC X(01).
              05 WS-AN-TIMESTAMP    PIC 9(14).
              05 WS-AN-SITUACAO     PIC X(01).
              05 WS-AN-QTD          PIC 9(07).
              05 WS-AN-ST OCCURS 5 TIMES.
                 07 WS-AN-ST-COD    PIC X(01).
                 07 WS-AN-ST-QTD    PIC 9(07).
              05 WS-AN-HASH-CHAVE   PIC 9(18).
              05 WS-AN-HASH-VALOR   PIC S9(13)V99.
              05 WS-AT-SITUACAO     PIC X(01).
              05 WS-AT-QTD          PIC 9(07).
              05 WS-AT-ST OCCURS 5 TIMES.
                 07 WS-AT-ST-COD    PIC X(01).
                 07 WS-AT-ST-QTD    PIC 9(07).
              05 WS-AT-HASH-CHAVE   PIC 9(18).
              05 WS-AT-HASH-VALOR   PIC S9(13)V99.
              05 WS-MV-GRAVADOS     PIC 9(06).
              05 WS-MV-REGRAVADOS   PIC 9(06).
              05 WS-MV-EXCLUIDOS    PIC 9(06).
              05 WS-MV-LEDGER       PIC 9(05).
              05 WS-MV-PROGRAMAS    PIC X(36).

      * >>> SEQUENCIAS ANSI PARA O DESTAQUE EM VERMELHO NO CONSOLE
       77  WS-COR-VERMELHA       PIC X(05) VALUE X'1B5B33316D'.
       77  WS-COR-NORMAL         PIC X(04) VALUE X'1B5B306D'.

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
            DISPLAY 'PROGRAMA SNAPMAST - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-TIMESTAMP          TO WS-TS-ATUAL
            INITIALIZE WS-TAB-RETRATO

            PERFORM P030-LER-ANTERIOR THRU P030-EXIT
            PERFORM P100-RETRATO THRU P100-EXIT
            PERFORM P200-LER-JORNAL THRU P200-EXIT
            PERFORM P250-LER-LEDGER THRU P250-EXIT
            PERFORM P300-GRAVAR-RETRATO THRU P300-EXIT
            PERFORM P400-RELATORIO THRU P400-EXIT

            MOVE 'SNAPMAST'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'SNAPMAST' TO WS-LY-PROGRAMA
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
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
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
            MOVE 'CLIENTES' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CLIENTES TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CLIENTES TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> RETRATO ANTERIOR: O SNAPMAST.DAT E CRESCENTE, ENTAO A
      * >>> ULTIMA LINHA DE CADA MESTRE E O RETRATO DA RODADA ANTERIOR
       S030 SECTION.
       P030-LER-ANTERIOR.
            OPEN INPUT ARQ-RETRATO
            IF WS-FS-RET = 35
               DISPLAY 'SNAPMAST.DAT INEXISTENTE - PRIMEIRO RETRATO'
               GO TO P030-EXIT
            END-IF
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO SNAPMAST.DAT'  TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'N' TO WS-FIM
            PERFORM P040-UMA-LINHA THRU P040-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE ARQ-RETRATO.
       P030-EXIT.
            EXIT.

       P040-UMA-LINHA.
            READ ARQ-RETRATO
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P040-EXIT
            END-READ
            IF SN-TIMESTAMP NOT NUMERIC
               GO TO P040-EXIT
            END-IF
            ADD 1 TO WS-R-ANTERIORES
            MOVE SN-ARQUIVO TO WS-ARQ-LINHA
            PERFORM P050-ACHA-MESTRE THRU P050-EXIT
            IF WS-ACHOU = 'N'
               GO TO P040-EXIT
            END-IF
            MOVE 'S'             TO WS-AN-EXISTE(WS-MX)
            MOVE SN-TIMESTAMP    TO WS-AN-TIMESTAMP(WS-MX)
            MOVE SN-SITUACAO     TO WS-AN-SITUACAO(WS-MX)
            MOVE SN-QT-REGISTROS TO WS-AN-QTD(WS-MX)
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               MOVE SN-ST-CODIGO(WS-SX) TO WS-AN-ST-COD(WS-MX, WS-SX)
               MOVE SN-ST-QTD(WS-SX)    TO WS-AN-ST-QTD(WS-MX, WS-SX)
            END-PERFORM
            MOVE SN-HASH-CHAVE   TO WS-AN-HASH-CHAVE(WS-MX)
            MOVE SN-HASH-VALOR   TO WS-AN-HASH-VALOR(WS-MX).
       P040-EXIT.
            EXIT.

       P050-ACHA-MESTRE.
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-MESTRES
                       OR WS-ACHOU = 'S'
               IF WS-MST-NOME(WS-MX) = WS-ARQ-LINHA
                  MOVE 'S' TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-MX
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> RETRATO DESTA RODADA - MESTRE INEXISTENTE FICA 'X'
       S100 SECTION.
       P100-RETRATO.
            PERFORM P110-CONTATOS THRU P110-EXIT
            PERFORM P120-ALUNOS THRU P120-EXIT
            PERFORM P130-MATERIAS THRU P130-EXIT
            PERFORM P140-MATRICUL THRU P140-EXIT
            PERFORM P150-NOTAS THRU P150-EXIT
            PERFORM P160-COBRANCA THRU P160-EXIT
            PERFORM P170-PAGDETAL THRU P170-EXIT
            PERFORM P180-CLIENTES THRU P180-EXIT.
       P100-EXIT.
            EXIT.

       P110-CONTATOS.
            MOVE 1 TO WS-MX
            OPEN INPUT CONTATOS
            IF WS-FS-CON = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P110-EXIT
            END-IF
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO CONTATOS.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P111-LER-CONTATO THRU P111-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CONTATOS.
       P110-EXIT.
            EXIT.

       P111-LER-CONTATO.
            READ CONTATOS NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P111-EXIT
            END-READ
            MOVE ST-CONTATO TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF ID-CONTATO IS NUMERIC
               ADD ID-CONTATO TO WS-AT-HASH-CHAVE(WS-MX)
            END-IF
            IF CEP-CONTATO IS NUMERIC
               ADD CEP-CONTATO TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P111-EXIT.
            EXIT.

       P120-ALUNOS.
            MOVE 2 TO WS-MX
            OPEN INPUT CFP001S1
            IF WS-FS-ALU = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P120-EXIT
            END-IF
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ALUNOS.DAT'   TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P121-LER-ALUNO THRU P121-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001S1.
       P120-EXIT.
            EXIT.

       P121-LER-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P121-EXIT
            END-READ
            MOVE ST-ALUNO TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF ID-ALUNO IS NUMERIC
               ADD ID-ALUNO TO WS-AT-HASH-CHAVE(WS-MX)
            END-IF
            IF DT-NASCIMENTO IS NUMERIC
               ADD DT-NASCIMENTO TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P121-EXIT.
            EXIT.

       P130-MATERIAS.
            MOVE 3 TO WS-MX
            OPEN INPUT CFP001S2
            IF WS-FS-MAT = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P130-EXIT
            END-IF
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO MATERIAS.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P131-LER-MATERIA THRU P131-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001S2.
       P130-EXIT.
            EXIT.

       P131-LER-MATERIA.
            READ CFP001S2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P131-EXIT
            END-READ
            MOVE SPACES TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF CHAVE-MATERIA IS NUMERIC
               COMPUTE WS-AT-HASH-CHAVE(WS-MX) =
                       WS-AT-HASH-CHAVE(WS-MX)
                     + ID-MATERIA * 100000 + AN-MATERIA * 10
                     + TR-MATERIA
            END-IF
            IF QT-OCUPADAS IS NUMERIC
               ADD QT-OCUPADAS TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P131-EXIT.
            EXIT.

       P140-MATRICUL.
            MOVE 4 TO WS-MX
            OPEN INPUT CFP001S5
            IF WS-FS-MTR = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P140-EXIT
            END-IF
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO MATRICUL.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P141-LER-MATRICULA THRU P141-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001S5.
       P140-EXIT.
            EXIT.

       P141-LER-MATRICULA.
            READ CFP001S5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P141-EXIT
            END-READ
            MOVE MT-ST-MATRICULA TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF MT-ID-ALUNO IS NUMERIC
               AND MT-ID-MATERIA IS NUMERIC
               COMPUTE WS-AT-HASH-CHAVE(WS-MX) =
                       WS-AT-HASH-CHAVE(WS-MX)
                     + MT-ID-ALUNO * 1000 + MT-ID-MATERIA
            END-IF
            IF MT-DT-MATRICULA IS NUMERIC
               ADD MT-DT-MATRICULA TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P141-EXIT.
            EXIT.

       P150-NOTAS.
            MOVE 5 TO WS-MX
            OPEN INPUT CFP001S3
            IF WS-FS-NOT = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P150-EXIT
            END-IF
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO NOTAS.DAT'    TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P151-LER-NOTA THRU P151-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001S3.
       P150-EXIT.
            EXIT.

       P151-LER-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P151-EXIT
            END-READ
            MOVE NT-SITUACAO TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF NT-ID-ALUNO IS NUMERIC
               AND NT-ID-MATERIA IS NUMERIC
               COMPUTE WS-AT-HASH-CHAVE(WS-MX) =
                       WS-AT-HASH-CHAVE(WS-MX)
                     + NT-ID-ALUNO * 1000 + NT-ID-MATERIA
            END-IF
            IF NT-MEDIA-FINAL IS NUMERIC
               ADD NT-MEDIA-FINAL TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P151-EXIT.
            EXIT.

       P160-COBRANCA.
            MOVE 6 TO WS-MX
            OPEN INPUT CFP001SF
            IF WS-FS-COB = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P160-EXIT
            END-IF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO COBRANCA.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P161-LER-COBRANCA THRU P161-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001SF.
       P160-EXIT.
            EXIT.

       P161-LER-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P161-EXIT
            END-READ
            MOVE CB-ST-COBRANCA TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF CB-ID-ALUNO IS NUMERIC
               AND CB-ANO-MES IS NUMERIC
               COMPUTE WS-AT-HASH-CHAVE(WS-MX) =
                       WS-AT-HASH-CHAVE(WS-MX)
                     + CB-ID-ALUNO * 1000000 + CB-ANO-MES
            END-IF
            IF CB-VALOR-LIQUIDO IS NUMERIC
               ADD CB-VALOR-LIQUIDO TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P161-EXIT.
            EXIT.

       P170-PAGDETAL.
            MOVE 7 TO WS-MX
            OPEN INPUT CFP001SM
            IF WS-FS-DET = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P170-EXIT
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO PAGDETAL.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P171-LER-PAGAMENTO THRU P171-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001SM.
       P170-EXIT.
            EXIT.

       P171-LER-PAGAMENTO.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P171-EXIT
            END-READ
            MOVE PD-ORIGEM TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF PD-ID-ALUNO IS NUMERIC
               AND PD-ANO-MES IS NUMERIC
               COMPUTE WS-AT-HASH-CHAVE(WS-MX) =
                       WS-AT-HASH-CHAVE(WS-MX)
                     + PD-ID-ALUNO * 1000000 + PD-ANO-MES
            END-IF
            IF PD-VALOR-PAGO IS NUMERIC
               ADD PD-VALOR-PAGO TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P171-EXIT.
            EXIT.

       P180-CLIENTES.
            MOVE 8 TO WS-MX
            OPEN INPUT CFP001S4
            IF WS-FS-CLI = 35
               MOVE 'X' TO WS-AT-SITUACAO(WS-MX)
               GO TO P180-EXIT
            END-IF
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO CLIENTES.DAT' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'L' TO WS-AT-SITUACAO(WS-MX)
            MOVE 'N' TO WS-FIM
            PERFORM P181-LER-CLIENTE THRU P181-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE CFP001S4.
       P180-EXIT.
            EXIT.

       P181-LER-CLIENTE.
            READ CFP001S4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P181-EXIT
            END-READ
            MOVE ST-CLIENTE TO WS-ST-LIDO
            PERFORM P190-SOMA-STATUS THRU P190-EXIT
            IF ID-CLIENTE IS NUMERIC
               ADD ID-CLIENTE TO WS-AT-HASH-CHAVE(WS-MX)
            END-IF
            IF SD-CLIENTE IS NUMERIC
               ADD SD-CLIENTE TO WS-AT-HASH-VALOR(WS-MX)
            END-IF.
       P181-EXIT.
            EXIT.

      * >>> CONTA O REGISTRO NA SITUACAO LIDA: CINCO POSICOES POR
      * >>> MESTRE; A QUINTA VIRA '*' (OUTRAS) SE FALTAR POSICAO
       P190-SOMA-STATUS.
            ADD 1 TO WS-AT-QTD(WS-MX)
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > 5 OR WS-ACHOU = 'S'
               IF WS-AT-ST-QTD(WS-MX, WS-SX) = ZEROS
                  MOVE WS-ST-LIDO TO WS-AT-ST-COD(WS-MX, WS-SX)
                  MOVE 1          TO WS-AT-ST-QTD(WS-MX, WS-SX)
                  MOVE 'S'        TO WS-ACHOU
               ELSE
                  IF WS-AT-ST-COD(WS-MX, WS-SX) = WS-ST-LIDO
                     ADD 1   TO WS-AT-ST-QTD(WS-MX, WS-SX)
                     MOVE 'S' TO WS-ACHOU
                  END-IF
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'N'
               MOVE '*' TO WS-AT-ST-COD(WS-MX, 5)
               ADD 1    TO WS-AT-ST-QTD(WS-MX, 5)
            END-IF.
       P190-EXIT.
            EXIT.

      * >>> JORNMAST.LOG: DATA/HORA EM 1-19, ARQUIVO EM 21-28 E
      * >>> OPERACAO (W/R/D) EM 30; CONTA SO O MOVIMENTO POSTERIOR AO
      * >>> RETRATO ANTERIOR DO MESTRE
       S200 SECTION.
       P200-LER-JORNAL.
            OPEN INPUT LOG-JORNAL
            IF WS-FS-JOR NOT = 00
               GO TO P200-EXIT
            END-IF
            MOVE 'N' TO WS-FIM
            PERFORM P210-LINHA-JORNAL THRU P210-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE LOG-JORNAL.
       P200-EXIT.
            EXIT.

       P210-LINHA-JORNAL.
            READ LOG-JORNAL
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P210-EXIT
            END-READ
            MOVE JOR-LINHA(1:19) TO WS-TS-TEXTO
            PERFORM P290-DATA-HORA THRU P290-EXIT
            IF WS-TS-LINHA = ZEROS
               GO TO P210-EXIT
            END-IF
            MOVE JOR-LINHA(21:8) TO WS-ARQ-LINHA
            PERFORM P050-ACHA-MESTRE THRU P050-EXIT
            IF WS-ACHOU = 'N'
               GO TO P210-EXIT
            END-IF
            IF WS-TS-LINHA NOT > WS-AN-TIMESTAMP(WS-MX)
               GO TO P210-EXIT
            END-IF
            EVALUATE JOR-LINHA(30:1)
                WHEN 'W'
                     ADD 1 TO WS-MV-GRAVADOS(WS-MX)
                WHEN 'R'
                     ADD 1 TO WS-MV-REGRAVADOS(WS-MX)
                WHEN 'D'
                     ADD 1 TO WS-MV-EXCLUIDOS(WS-MX)
            END-EVALUATE.
       P210-EXIT.
            EXIT.

      * >>> TOTDIARI.LOG: DATA/HORA EM 1-19 E PROGRAMA EM 23-30; CADA
      * >>> LINHA DE PROGRAMA QUE GRAVA O MESTRE CONTA COMO MOVIMENTO
       S250 SECTION.
       P250-LER-LEDGER.
            OPEN INPUT LOG-TOTDIARI
            IF WS-FS-LED NOT = 00
               GO TO P250-EXIT
            END-IF
            MOVE 'N' TO WS-FIM
            PERFORM P260-LINHA-LEDGER THRU P260-EXIT
                    UNTIL WS-FIM = 'S'
            CLOSE LOG-TOTDIARI.
       P250-EXIT.
            EXIT.

       P260-LINHA-LEDGER.
            READ LOG-TOTDIARI
                 AT END
                      MOVE 'S' TO WS-FIM
                      GO TO P260-EXIT
            END-READ
            MOVE LED-LINHA(1:19) TO WS-TS-TEXTO
            PERFORM P290-DATA-HORA THRU P290-EXIT
            IF WS-TS-LINHA = ZEROS
               GO TO P260-EXIT
            END-IF
            MOVE LED-LINHA(23:8) TO WS-PGM-LINHA
            PERFORM VARYING WS-LX FROM 1 BY 1
                    UNTIL WS-LX > WS-QTD-LEDGER
               IF WS-LDG-PROGRAMA(WS-LX) = WS-PGM-LINHA
                  MOVE WS-LDG-MESTRE(WS-LX) TO WS-ARQ-LINHA
                  PERFORM P050-ACHA-MESTRE THRU P050-EXIT
                  IF WS-ACHOU = 'S'
                     AND WS-TS-LINHA > WS-AN-TIMESTAMP(WS-MX)
                     PERFORM P270-ANOTA-PROGRAMA THRU P270-EXIT
                  END-IF
               END-IF
            END-PERFORM.
       P260-EXIT.
            EXIT.

       P270-ANOTA-PROGRAMA.
            ADD 1 TO WS-MV-LEDGER(WS-MX)
            MOVE ZEROS TO WS-OCORRE
            INSPECT WS-MV-PROGRAMAS(WS-MX) TALLYING WS-OCORRE
                    FOR ALL WS-PGM-LINHA
            IF WS-OCORRE > ZEROS
               GO TO P270-EXIT
            END-IF
            PERFORM VARYING WS-SY FROM 1 BY 9
                    UNTIL WS-SY > 28
                       OR WS-MV-PROGRAMAS(WS-MX)(WS-SY:8) = SPACES
               CONTINUE
            END-PERFORM
            IF WS-SY NOT > 28
               MOVE WS-PGM-LINHA TO WS-MV-PROGRAMAS(WS-MX)(WS-SY:8)
            END-IF.
       P270-EXIT.
            EXIT.

      * >>> DD/MM/AAAA HH:MM:SS -> AAAAMMDDHHMMSS (ZERO SE INVALIDA)
       P290-DATA-HORA.
            MOVE ZEROS TO WS-TS-LINHA
            MOVE SPACES TO WS-TS-MONTA
            STRING WS-TS-TEXTO(7:4) WS-TS-TEXTO(4:2) WS-TS-TEXTO(1:2)
                   WS-TS-TEXTO(12:2) WS-TS-TEXTO(15:2)
                   WS-TS-TEXTO(18:2)
                   DELIMITED BY SIZE INTO WS-TS-MONTA
            IF WS-TS-MONTA IS NUMERIC
               MOVE WS-TS-MONTA-N TO WS-TS-LINHA
            END-IF.
       P290-EXIT.
            EXIT.

      * >>> ACRESCENTA O RETRATO DESTA RODADA AO SNAPMAST.DAT
       S300 SECTION.
       P300-GRAVAR-RETRATO.
            OPEN EXTEND ARQ-RETRATO
            IF WS-FS-RET = 35 THEN
               OPEN OUTPUT ARQ-RETRATO
               CLOSE ARQ-RETRATO
               OPEN EXTEND ARQ-RETRATO
            END-IF
            IF WS-FS-RET NOT = 00
               MOVE WS-FS-RET                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO SNAPMAST.DAT'  TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-MESTRES
               MOVE SPACES                  TO REG-SNAPSHOT
               MOVE WS-TS-ATUAL             TO SN-TIMESTAMP
               MOVE WS-MST-NOME(WS-MX)      TO SN-ARQUIVO
               MOVE WS-AT-SITUACAO(WS-MX)   TO SN-SITUACAO
               MOVE WS-AT-QTD(WS-MX)        TO SN-QT-REGISTROS
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
                  MOVE WS-AT-ST-COD(WS-MX, WS-SX)
                       TO SN-ST-CODIGO(WS-SX)
                  MOVE WS-AT-ST-QTD(WS-MX, WS-SX)
                       TO SN-ST-QTD(WS-SX)
               END-PERFORM
               MOVE WS-AT-HASH-CHAVE(WS-MX) TO SN-HASH-CHAVE
               MOVE WS-AT-HASH-VALOR(WS-MX) TO SN-HASH-VALOR
               WRITE REG-SNAPSHOT
               IF WS-FS-RET NOT = 00
                  MOVE WS-FS-RET                       TO WS-MSG1
                  MOVE 'ERRO GRAVACAO DO SNAPMAST.DAT' TO WS-MSG2
                  PERFORM P800-ERRO THRU P800-EXIT
               END-IF
            END-PERFORM
            CLOSE ARQ-RETRATO.
       P300-EXIT.
            EXIT.

      * >>> RELATORIO DE DESVIO: UM BLOCO POR MESTRE COM ANTERIOR X
      * >>> ATUAL, O MOVIMENTO ENCONTRADO E O RESULTADO DA CONFERENCIA
       S400 SECTION.
       P400-RELATORIO.
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DRIFT_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-DESVIO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DESVIO'    TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAIS DE CONTROLE DOS MESTRES - RETRATO DE '
                   WS-TIMESTAMP(7:2) '/' WS-TIMESTAMP(5:2) '/'
                   WS-TIMESTAMP(1:4) ' ' WS-TIMESTAMP(9:2) ':'
                   WS-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-MESTRES
               PERFORM P410-UM-MESTRE THRU P410-EXIT
            END-PERFORM

            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' INALTERADOS ' WS-R-INALTERADOS
                   '  EXPLICADOS ' WS-R-EXPLICADOS
                   '  SEM EXPLICACAO (VERMELHO) ' WS-R-VERMELHOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            CLOSE REL-DESVIO.
       P400-EXIT.
            EXIT.

       P410-UM-MESTRE.
            MOVE 'N' TO WS-VERMELHO
            MOVE SPACES TO WS-RESULTADO
            MOVE WS-AN-QTD(WS-MX) TO WS-QTD-ED
            MOVE WS-AT-QTD(WS-MX) TO WS-QTD2-ED
            COMPUTE WS-DIF-QTD = WS-AT-QTD(WS-MX) - WS-AN-QTD(WS-MX)
            MOVE WS-DIF-QTD TO WS-DIF-ED
            MOVE SPACES TO REL-LINHA
            STRING WS-MST-NOME(WS-MX) '  ANTERIOR ' WS-QTD-ED
                   '  ATUAL ' WS-QTD2-ED '  DIFERENCA ' WS-DIF-ED
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            PERFORM P420-LINHA-SITUACOES THRU P420-EXIT

            MOVE WS-AN-HASH-CHAVE(WS-MX) TO WS-CHAVE-ED
            MOVE WS-AT-HASH-CHAVE(WS-MX) TO WS-CHAVE2-ED
            MOVE SPACES TO REL-LINHA
            STRING '   TOTAL CHAVE ANT ' WS-CHAVE-ED
                   ' ATU ' WS-CHAVE2-ED
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE WS-AN-HASH-VALOR(WS-MX) TO WS-VALOR-ED
            MOVE WS-AT-HASH-VALOR(WS-MX) TO WS-VALOR2-ED
            MOVE SPACES TO REL-LINHA
            STRING '   TOTAL VALOR ANT ' WS-VALOR-ED
                   ' ATU ' WS-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            MOVE WS-MV-GRAVADOS(WS-MX)   TO WS-MOV-ED
            MOVE WS-MV-REGRAVADOS(WS-MX) TO WS-MOV2-ED
            MOVE WS-MV-EXCLUIDOS(WS-MX)  TO WS-MOV3-ED
            MOVE SPACES TO REL-LINHA
            IF WS-MST-JORNAL(WS-MX) = 'J'
               STRING '   JORNMAST INCL ' WS-MOV-ED
                      ' ALT ' WS-MOV2-ED ' EXCL ' WS-MOV3-ED
                      '   TOTDIARI ' WS-MV-LEDGER(WS-MX) ' LINHA(S) '
                      WS-MV-PROGRAMAS(WS-MX)
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING '   SEM JORNAL               '
                      '   TOTDIARI ' WS-MV-LEDGER(WS-MX) ' LINHA(S) '
                      WS-MV-PROGRAMAS(WS-MX)
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT

            PERFORM P440-CONFERE THRU P440-EXIT
            MOVE SPACES TO REL-LINHA
            IF WS-VERMELHO = 'S'
               ADD 1 TO WS-R-VERMELHOS
               STRING '   *** VERMELHO *** ' WS-RESULTADO
                      DELIMITED BY SIZE INTO REL-LINHA
               DISPLAY WS-COR-VERMELHA
                       '*** VERMELHO *** ' WS-MST-NOME(WS-MX) ' - '
                       WS-RESULTADO WS-COR-NORMAL
            ELSE
               STRING '   RESULTADO: ' WS-RESULTADO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P410-EXIT.
            EXIT.

       P420-LINHA-SITUACOES.
            MOVE SPACES TO REL-LINHA
            MOVE 1 TO WS-PTR
            STRING '   SITUACOES ANT:' DELIMITED BY SIZE
                   INTO REL-LINHA WITH POINTER WS-PTR
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               IF WS-AN-ST-QTD(WS-MX, WS-SX) > ZEROS
                  STRING ' ' WS-AN-ST-COD(WS-MX, WS-SX) '='
                         WS-AN-ST-QTD(WS-MX, WS-SX)
                         DELIMITED BY SIZE
                         INTO REL-LINHA WITH POINTER WS-PTR
               END-IF
            END-PERFORM
            STRING '  ATU:' DELIMITED BY SIZE
                   INTO REL-LINHA WITH POINTER WS-PTR
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               IF WS-AT-ST-QTD(WS-MX, WS-SX) > ZEROS
                  STRING ' ' WS-AT-ST-COD(WS-MX, WS-SX) '='
                         WS-AT-ST-QTD(WS-MX, WS-SX)
                         DELIMITED BY SIZE
                         INTO REL-LINHA WITH POINTER WS-PTR
               END-IF
            END-PERFORM
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P420-EXIT.
            EXIT.

      * >>> CONFERENCIA: MUDOU ALGUMA COISA? O JORNAL FECHA A
      * >>> DIFERENCA (INCLUSOES - EXCLUSOES)? SE NAO, HOUVE PROGRAMA
      * >>> QUE GRAVA O MESTRE NO TOTDIARI? SENAO, VERMELHO
       P440-CONFERE.
            IF WS-AN-EXISTE(WS-MX) NOT = 'S'
               MOVE 'PRIMEIRO RETRATO - SEM COMPARACAO'
                    TO WS-RESULTADO
               GO TO P440-EXIT
            END-IF
            IF WS-AT-SITUACAO(WS-MX) = 'X'
               IF WS-AN-SITUACAO(WS-MX) = 'X'
                  MOVE 'ARQUIVO INEXISTENTE' TO WS-RESULTADO
                  ADD 1 TO WS-R-INALTERADOS
               ELSE
                  MOVE 'ARQUIVO DESAPARECEU DESDE O RETRATO ANTERIOR'
                       TO WS-RESULTADO
                  MOVE 'S' TO WS-VERMELHO
               END-IF
               GO TO P440-EXIT
            END-IF

            MOVE 'N' TO WS-MUDOU
            IF WS-DIF-QTD NOT = ZEROS
               OR WS-AN-HASH-CHAVE(WS-MX) NOT = WS-AT-HASH-CHAVE(WS-MX)
               OR WS-AN-HASH-VALOR(WS-MX) NOT = WS-AT-HASH-VALOR(WS-MX)
               MOVE 'S' TO WS-MUDOU
            END-IF
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
               IF WS-AN-ST-COD(WS-MX, WS-SX) NOT =
                                      WS-AT-ST-COD(WS-MX, WS-SX)
                  OR WS-AN-ST-QTD(WS-MX, WS-SX) NOT =
                                      WS-AT-ST-QTD(WS-MX, WS-SX)
                  MOVE 'S' TO WS-MUDOU
               END-IF
            END-PERFORM
            IF WS-MUDOU = 'N'
               MOVE 'SEM ALTERACAO' TO WS-RESULTADO
               ADD 1 TO WS-R-INALTERADOS
               GO TO P440-EXIT
            END-IF

            COMPUTE WS-MOVIMENTOS = WS-MV-GRAVADOS(WS-MX)
                                  + WS-MV-REGRAVADOS(WS-MX)
                                  + WS-MV-EXCLUIDOS(WS-MX)
            COMPUTE WS-ESPERADO = WS-MV-GRAVADOS(WS-MX)
                                - WS-MV-EXCLUIDOS(WS-MX)
            IF WS-MST-JORNAL(WS-MX) = 'J'
               AND WS-MOVIMENTOS > ZEROS
               AND WS-ESPERADO = WS-DIF-QTD
               MOVE 'EXPLICADO PELO JORNMAST' TO WS-RESULTADO
               ADD 1 TO WS-R-EXPLICADOS
               GO TO P440-EXIT
            END-IF
            IF WS-MV-LEDGER(WS-MX) > ZEROS
               IF WS-MST-JORNAL(WS-MX) = 'J'
                  MOVE 'EXPLICADO PELO TOTDIARI (JORNAL NAO FECHA)'
                       TO WS-RESULTADO
               ELSE
                  MOVE 'EXPLICADO PELO TOTDIARI' TO WS-RESULTADO
               END-IF
               ADD 1 TO WS-R-EXPLICADOS
               GO TO P440-EXIT
            END-IF
            MOVE 'ALTERACAO SEM MOVIMENTO QUE A EXPLIQUE'
                 TO WS-RESULTADO
            MOVE 'S' TO WS-VERMELHO.
       P440-EXIT.
            EXIT.

       P490-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P490-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA SNAPMAST'
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
            MOVE 'SNAPMAST' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA SNAPMAST FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' RETRATOS ANTERIORES LIDOS.: ' WS-R-ANTERIORES
            DISPLAY ' MESTRES INALTERADOS.......: ' WS-R-INALTERADOS
            DISPLAY ' DIFERENCAS EXPLICADAS.....: ' WS-R-EXPLICADOS
            DISPLAY ' DIFERENCAS SEM EXPLICACAO.: ' WS-R-VERMELHOS
            DISPLAY ' RELATORIO GERADO..........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM SNAPMAST.
