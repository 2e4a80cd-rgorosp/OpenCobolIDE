      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EXTRACAO NOTURNA EM ESTRELA PARA A FERRAMENTA DE BI
      *          DA DIRETORIA - GRAVA EM C:/ARQUIVOS/BI/ UM ARQUIVO
      *          DELIMITADO POR '|' PARA CADA TABELA, NOMEADO
      *          <TABELA>_<DATA DE PROCESSAMENTO>.TXT:
      *            DIMENSOES: DIM_UNIDADE, DIM_TURMA, DIM_CALENDARIO,
      *                       DIM_PROFESSOR, DIM_ALUNO, DIM_OFERTA
      *                       (MATERIA/OFERTA DO TERMO);
      *            FATOS....: FATO_MATRICULA, FATO_NOTA (NOTAS
      *                       FINAIS), FATO_FREQUENCIA (RESUMO DO
      *                       TERMO), FATO_COBRANCA, FATO_RECEBIMENTO.
      *          CADA ARQUIVO TEM UMA LINHA 'H' (TABELA, DATA DE
      *          PROCESSAMENTO, MODO E NOMES DAS COLUNAS), LINHAS 'D'
      *          (REGISTRO A INCLUIR/ATUALIZAR), LINHAS 'E' (REGISTRO
      *          EXCLUIDO NO SISTEMA) E O TRAILER 'T' COM OS TOTAIS DE
      *          CONTROLE (QUANTIDADE DE LINHAS D, DE LINHAS E E SOMA
      *          DO VALOR DE CONTROLE DA TABELA). O MANIFESTO
      *          MANIFESTO_<DATA>.TXT LISTA OS ARQUIVOS DA RODADA COM
      *          OS MESMOS TOTAIS, PARA A CARGA CONFERIR.
      *          AS CHAVES SUBSTITUTAS (SK) SAO ATRIBUIDAS UMA UNICA VEZ
      *          POR CHAVE NATURAL E GUARDADAS EM BICHAVES.DAT, E SAO
      *          ESTAVEIS DE UMA RODADA PARA OUTRA. OS FATOS LEVAM A
      *          DATA DE PROCESSAMENTO DO RUNCTRL.
      *          MODO INCREMENTAL (PADRAO): ALUNOS, OFERTAS, NOTAS E
      *          COBRANCAS SAEM SO PARA AS CHAVES ALTERADAS NO JORNAL
      *          DOS MESTRES (JORNMAST.LOG) DESDE A ULTIMA EXTRACAO
      *          (BIEXTRAT.CTL), E OS RECEBIMENTOS SO A PARTIR DA DATA
      *          DA ULTIMA EXTRACAO; AS DEMAIS TABELAS, QUE O JORNAL NAO
      *          COBRE, SAEM SEMPRE COMPLETAS (MODO 'C' NO CABECALHO:
      *          A CARGA SUBSTITUI A TABELA). A EXTRACAO E COMPLETA NA
      *          PRIMEIRA RODADA, COM O PARAMETRO COMPLETA OU QUANDO O
      *          JORNAL NAO COBRE MAIS O PERIODO DESDE A ULTIMA RODADA
      *          (JORNAL AUSENTE OU JA ARQUIVADO PELO ARQLOGS).
      *          VALORES COM VIRGULA DECIMAL, DATAS AAAAMMDD
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATBI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRO.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NT-CHAVE
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001SZ ASSIGN TO "C:/ARQUIVOS/FREQRESU.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FR-CHAVE
                  FILE STATUS  IS WS-FS-FRE.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001W3 ASSIGN TO "C:/ARQUIVOS/BICHAVES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BK-CHAVE
                  FILE STATUS  IS WS-FS-BCH.
           SELECT WORK-DELTA ASSIGN TO "C:/ARQUIVOS/BIDELTA.TMP"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DL-CHAVE
                  FILE STATUS  IS WS-FS-DEL.
           SELECT LOG-JORNAL ASSIGN TO "C:/ARQUIVOS/JORNMAST.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-JOR.
           SELECT ARQ-CONTROLE ASSIGN TO "C:/ARQUIVOS/BIEXTRAT.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CTL.
           SELECT ARQ-BI ASSIGN TO WS-ARQ-BI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-BI.
           SELECT ARQ-MANIFESTO ASSIGN TO WS-ARQ-MAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-MAN.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001SK.
           COPY REGUNID.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001SZ.
           COPY REGFRESU.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001W3.
           COPY REGBICHV.
      * >>> CHAVES ALTERADAS NO JORNAL DESDE A ULTIMA EXTRACAO
       FD  WORK-DELTA.
       01  REG-DELTA.
           03 DL-CHAVE.
              05 DL-ARQUIVO        PIC X(08).
              05 DL-NATURAL        PIC X(13).
       FD  LOG-JORNAL.
       01  JR-LINHA                PIC X(320).
       FD  ARQ-CONTROLE.
       01  CTL-LINHA.
           03 CTL-TIMESTAMP        PIC X(14).
           03 FILLER               PIC X(01).
           03 CTL-DATA-PROC        PIC 9(08).
           03 FILLER               PIC X(17).
       FD  ARQ-BI.
       01  BI-LINHA                PIC X(300).
       FD  ARQ-MANIFESTO.
       01  MAN-LINHA               PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRO          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FRE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BCH          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-JOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CTL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-BI           PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAN          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-SEM-ATR         PIC X(01) VALUE 'N'.
           03 WS-MODO            PIC X(01) VALUE 'I'.
              88 MODO-COMPLETO   VALUE 'C'.
              88 MODO-INCREMENTAL VALUE 'I'.
           03 WS-PARM-LINE       PIC X(20) VALUE SPACES.
           03 WS-DATA-PROC       PIC 9(08) VALUE ZEROS.
           03 WS-TS-INICIO       PIC X(14) VALUE SPACES.
           03 WS-TS-ULTIMO       PIC X(14) VALUE SPACES.
           03 WS-DT-ULTIMO       PIC 9(08) VALUE ZEROS.
           03 WS-TS-LINHA        PIC X(14) VALUE SPACES.
           03 WS-PRIMEIRA-LINHA  PIC X(01) VALUE 'S'.
           03 WS-JR-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO     PIC X(01) VALUE SPACES.
           03 WS-JR-CHAVE        PIC X(13) VALUE SPACES.
           03 WS-DL-ALVO         PIC X(08) VALUE SPACES.
           03 WS-FIM-DELTA       PIC X(01) VALUE 'N'.
           03 WS-FIM-LEITURA     PIC X(01) VALUE 'N'.

      * >>> ARQUIVO DE SAIDA EM PREPARACAO
       01  WS-BI-SAIDA.
           03 WS-BI-NOME         PIC X(20) VALUE SPACES.
           03 WS-BI-MODO         PIC X(01) VALUE SPACES.
           03 WS-BI-QTD          PIC 9(07) VALUE ZEROS.
           03 WS-BI-EXC          PIC 9(07) VALUE ZEROS.
           03 WS-BI-TOTAL        PIC 9(11)V99 VALUE ZEROS.
           03 WS-BI-COLUNAS      PIC X(200) VALUE SPACES.
       01  WS-ARQ-BI             PIC X(60) VALUE SPACES.
       01  WS-ARQ-MAN            PIC X(60) VALUE SPACES.

      * >>> CHAVES SUBSTITUTAS (BICHAVES.DAT)
       01  WS-SK-AREA.
           03 WS-SK-ENTIDADE     PIC X(02) VALUE SPACES.
           03 WS-SK-NATURAL      PIC X(13) VALUE SPACES.
           03 WS-SK              PIC 9(09) VALUE ZEROS.
           03 WS-SK-ALUNO        PIC 9(09) VALUE ZEROS.
           03 WS-SK-TURMA        PIC 9(09) VALUE ZEROS.
           03 WS-SK-UNIDADE      PIC 9(09) VALUE ZEROS.
           03 WS-SK-OFERTA       PIC 9(09) VALUE ZEROS.
           03 WS-SK-PROF         PIC 9(09) VALUE ZEROS.
           03 WS-SK-CALEND       PIC 9(09) VALUE ZEROS.
       01  WS-NAT-CALEND.
           03 WS-NC-ANO          PIC 9(04) VALUE ZEROS.
           03 WS-NC-TERMO        PIC 9(01) VALUE ZEROS.
       01  WS-NAT-PROF           PIC 9(03) VALUE ZEROS.
       01  WS-NAT-ALUNO          PIC 9(05) VALUE ZEROS.

      * >>> CAMPOS EDITADOS PARA O ARQUIVO DELIMITADO
       77  WS-ED-VALOR           PIC 9(07),99.
       77  WS-ED-VALOR2          PIC 9(07),99.
       77  WS-ED-VALOR3          PIC 9(07),99.
       77  WS-ED-VALOR4          PIC 9(07),99.
       77  WS-ED-NOTA            PIC 99,99.
       77  WS-ED-NOTA2           PIC 99,99.
       77  WS-ED-NOTA3           PIC 99,99.
       77  WS-ED-TOTAL           PIC 9(11),99.

       01  WS-CONTADORES.
           03 WS-R-JORNAL        PIC 9(07) VALUE ZEROS.
           03 WS-R-DELTA         PIC 9(07) VALUE ZEROS.
           03 WS-R-ARQUIVOS      PIC 9(02) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(07) VALUE ZEROS.
           03 WS-R-SK-NOVAS      PIC 9(07) VALUE ZEROS.

       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE CONTROLE DE EXECUCAO
       01  WS-RUNCTRL-AREA.
           03 WS-RC-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-RC-JOB           PIC X(08) VALUE SPACES.
           03 WS-RC-DATA-PROC     PIC 9(08) VALUE ZEROS.
           03 WS-RC-STATUS        PIC X(01) VALUE SPACES.
           03 WS-RC-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

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
            DISPLAY 'PROGRAMA EXTRATBI - INICIADO'
            PERFORM P010-PARAMETROS THRU P010-EXIT
            IF MODO-INCREMENTAL
               PERFORM P100-CARREGA-DELTA THRU P100-EXIT
            END-IF
            PERFORM P050-ABRIR THRU P050-EXIT

            PERFORM P200-DIM-UNIDADE THRU P200-EXIT
            PERFORM P210-DIM-TURMA THRU P210-EXIT
            PERFORM P220-DIM-CALENDARIO THRU P220-EXIT
            PERFORM P230-DIM-PROFESSOR THRU P230-EXIT
            PERFORM P240-DIM-ALUNO THRU P240-EXIT
            PERFORM P250-DIM-OFERTA THRU P250-EXIT

            PERFORM P300-FATO-MATRICULA THRU P300-EXIT
            PERFORM P310-FATO-NOTA THRU P310-EXIT
            PERFORM P320-FATO-FREQUENCIA THRU P320-EXIT
            PERFORM P330-FATO-COBRANCA THRU P330-EXIT
            PERFORM P340-FATO-RECEBIMENTO THRU P340-EXIT

            PERFORM P700-FECHAR THRU P700-EXIT
            PERFORM P750-GRAVA-CONTROLE THRU P750-EXIT
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXTRATBI' TO WS-LY-PROGRAMA
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
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

      * >>> DATA DE PROCESSAMENTO (RUNCTRL), PARAMETRO COMPLETA E
      * >>> PONTO DA ULTIMA EXTRACAO (BIEXTRAT.CTL)
       S010 SECTION.
       P010-PARAMETROS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TS-INICIO

            MOVE 'C'        TO WS-RC-FUNCAO
            MOVE 'EXTRATBI' TO WS-RC-JOB
            CALL 'RUNCTRL' USING WS-RUNCTRL-AREA
            MOVE WS-RC-DATA-PROC TO WS-DATA-PROC
            DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-PROC

            ACCEPT WS-PARM-LINE FROM COMMAND-LINE
            SET MODO-INCREMENTAL TO TRUE
            IF WS-PARM-LINE(1:8) = 'COMPLETA'
               SET MODO-COMPLETO TO TRUE
               DISPLAY 'EXTRACAO COMPLETA PEDIDA POR PARAMETRO'
               GO TO P010-EXIT
            END-IF

            OPEN INPUT ARQ-CONTROLE
            IF WS-FS-CTL NOT = 00
               SET MODO-COMPLETO TO TRUE
               DISPLAY 'PRIMEIRA EXTRACAO - MODO COMPLETO'
               GO TO P010-EXIT
            END-IF
            READ ARQ-CONTROLE
                 AT END
                      SET MODO-COMPLETO TO TRUE
                 NOT AT END
                      MOVE CTL-TIMESTAMP      TO WS-TS-ULTIMO
                      MOVE CTL-TIMESTAMP(1:8) TO WS-DT-ULTIMO
            END-READ
            CLOSE ARQ-CONTROLE
            IF MODO-INCREMENTAL
               DISPLAY 'EXTRACAO INCREMENTAL DESDE ' WS-TS-ULTIMO
            END-IF.
       P010-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN I-O CFP001W3
            IF WS-FS-BCH = 35 THEN
               OPEN OUTPUT CFP001W3
               CLOSE CFP001W3
               OPEN I-O CFP001W3
            END-IF
            IF WS-FS-BCH NOT = 00
               MOVE WS-FS-BCH                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W3' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE SPACES TO WS-ARQ-MAN
            STRING 'C:/ARQUIVOS/BI/MANIFESTO_' WS-DATA-PROC '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQ-MAN
            OPEN OUTPUT ARQ-MANIFESTO
            IF WS-FS-MAN NOT = 00
               MOVE WS-FS-MAN                           TO WS-MSG2
               MOVE WS-FS-MAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO MANIFESTO BI'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO MAN-LINHA
            STRING 'H|EXTRATBI|' WS-DATA-PROC '|' WS-MODO
                   '|' WS-TS-INICIO
                   DELIMITED BY SIZE INTO MAN-LINHA
            WRITE MAN-LINHA.
       P050-EXIT.
            EXIT.

      * >>> LE O JORNAL DOS MESTRES E GUARDA AS CHAVES DE ALUNOS,
      * >>> MATERIAS, NOTAS E COBRANCAS ALTERADAS DEPOIS DA ULTIMA
      * >>> EXTRACAO. SE A PRIMEIRA LINHA DO JORNAL JA FOR POSTERIOR A
      * >>> ULTIMA EXTRACAO, O TRECHO ENTRE AS DUAS FOI ARQUIVADO E A
      * >>> RODADA PASSA A SER COMPLETA
       S100 SECTION.
       P100-CARREGA-DELTA.
            OPEN INPUT LOG-JORNAL
            IF WS-FS-JOR NOT = 00
               DISPLAY 'JORNAL JORNMAST.LOG INDISPONIVEL - EXTRACAO'
                       ' COMPLETA'
               SET MODO-COMPLETO TO TRUE
               GO TO P100-EXIT
            END-IF

            OPEN OUTPUT WORK-DELTA
            IF WS-FS-DEL NOT = 00
               MOVE WS-FS-DEL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO BIDELTA'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'S' TO WS-PRIMEIRA-LINHA
            PERFORM P110-LE-JORNAL THRU P110-EXIT
                    UNTIL WS-FS-JOR = 10
                       OR MODO-COMPLETO
            CLOSE LOG-JORNAL
            CLOSE WORK-DELTA

            IF MODO-INCREMENTAL
               OPEN INPUT WORK-DELTA
               IF WS-FS-DEL NOT = 00
                  MOVE WS-FS-DEL                          TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO ARQUIVO BIDELTA' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
               END-IF
               DISPLAY 'LINHAS DO JORNAL LIDAS......: ' WS-R-JORNAL
               DISPLAY 'CHAVES ALTERADAS NO PERIODO.: ' WS-R-DELTA
            END-IF.
       P100-EXIT.
            EXIT.

       P110-LE-JORNAL.
            READ LOG-JORNAL
            IF WS-FS-JOR = 10
               GO TO P110-EXIT
            END-IF
            IF WS-FS-JOR NOT = 00
               MOVE WS-FS-JOR                          TO WS-MSG1
               MOVE 'ERRO LEITURA DO JORNMAST.LOG'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-R-JORNAL

            MOVE SPACES TO WS-TS-LINHA
            STRING JR-LINHA(7:4) JR-LINHA(4:2) JR-LINHA(1:2)
                   JR-LINHA(12:2) JR-LINHA(15:2) JR-LINHA(18:2)
                   DELIMITED BY SIZE INTO WS-TS-LINHA

            IF WS-PRIMEIRA-LINHA = 'S'
               MOVE 'N' TO WS-PRIMEIRA-LINHA
               IF WS-TS-LINHA > WS-TS-ULTIMO
                  DISPLAY 'JORNAL NAO COBRE O PERIODO DESDE A ULTIMA'
                          ' EXTRACAO - EXTRACAO COMPLETA'
                  SET MODO-COMPLETO TO TRUE
                  GO TO P110-EXIT
               END-IF
            END-IF
            IF WS-TS-LINHA NOT > WS-TS-ULTIMO
               GO TO P110-EXIT
            END-IF

            MOVE JR-LINHA(21:8) TO WS-JR-ARQUIVO
            MOVE JR-LINHA(30:1) TO WS-JR-OPERACAO
            IF WS-JR-OPERACAO = 'D'
               MOVE JR-LINHA(32:13)  TO WS-JR-CHAVE
            ELSE
               MOVE JR-LINHA(168:13) TO WS-JR-CHAVE
            END-IF

            MOVE SPACES        TO DL-NATURAL
            MOVE WS-JR-ARQUIVO TO DL-ARQUIVO
            EVALUATE WS-JR-ARQUIVO
                WHEN 'ALUNOS  '
                  MOVE WS-JR-CHAVE(1:5) TO DL-NATURAL
                WHEN 'MATERIAS'
                  MOVE WS-JR-CHAVE(1:8) TO DL-NATURAL
                WHEN 'NOTAS   '
                  MOVE WS-JR-CHAVE      TO DL-NATURAL
                WHEN 'COBRANCA'
                  MOVE WS-JR-CHAVE      TO DL-NATURAL
                WHEN OTHER
                  GO TO P110-EXIT
            END-EVALUATE

            WRITE REG-DELTA
                  INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       ADD 1 TO WS-R-DELTA
            END-WRITE
            IF WS-FS-DEL NOT = 00 AND WS-FS-DEL NOT = 22
               MOVE WS-FS-DEL                          TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO BIDELTA' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P110-EXIT.
            EXIT.

      * >>> DIMENSAO UNIDADE (SEMPRE COMPLETA)
       S200 SECTION.
       P200-DIM-UNIDADE.
            MOVE 'DIM_UNIDADE' TO WS-BI-NOME
            MOVE 'C'           TO WS-BI-MODO
            MOVE 'SK_UNIDADE|CODIGO|NOME|SITUACAO' TO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SK
            IF WS-FS-UNI = 00
               PERFORM P201-LE-UNIDADE THRU P201-EXIT
                       UNTIL WS-FS-UNI = 10
               CLOSE CFP001SK
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P200-EXIT.
            EXIT.

       P201-LE-UNIDADE.
            READ CFP001SK
            IF WS-FS-UNI = 10
               GO TO P201-EXIT
            END-IF
            IF WS-FS-UNI NOT = 00
               MOVE WS-FS-UNI                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SK'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'UN'       TO WS-SK-ENTIDADE
            MOVE UN-CODIGO  TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' UN-CODIGO '|'
                   UN-NOME DELIMITED BY '  '
                   '|' UN-ST-UNIDADE
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P201-EXIT.
            EXIT.

      * >>> DIMENSAO TURMA (SEMPRE COMPLETA)
       P210-DIM-TURMA.
            MOVE 'DIM_TURMA'   TO WS-BI-NOME
            MOVE 'C'           TO WS-BI-MODO
            MOVE SPACES        TO WS-BI-COLUNAS
            STRING 'SK_TURMA|CODIGO|DESCRICAO|TURNO|SALA|ANO_LETIVO|'
                   'SITUACAO|NIVEL|SK_UNIDADE'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SD
            IF WS-FS-TUR = 00
               PERFORM P211-LE-TURMA THRU P211-EXIT
                       UNTIL WS-FS-TUR = 10
               CLOSE CFP001SD
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P210-EXIT.
            EXIT.

       P211-LE-TURMA.
            READ CFP001SD
            IF WS-FS-TUR = 10
               GO TO P211-EXIT
            END-IF
            IF WS-FS-TUR NOT = 00
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SD'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'UN'        TO WS-SK-ENTIDADE
            MOVE TM-UNIDADE  TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-UNIDADE
            MOVE 'TU'        TO WS-SK-ENTIDADE
            MOVE TM-CODIGO   TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' TM-CODIGO '|'
                   TM-DESCRICAO DELIMITED BY '  '
                   '|' TM-TURNO '|' TM-SALA '|' TM-ANO-LETIVO
                   '|' TM-ST-TURMA '|' TM-NIVEL '|' WS-SK-UNIDADE
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P211-EXIT.
            EXIT.

      * >>> DIMENSAO CALENDARIO - UM REGISTRO POR TERMO LETIVO
      * >>> (SEMPRE COMPLETA)
       P220-DIM-CALENDARIO.
            MOVE 'DIM_CALENDARIO' TO WS-BI-NOME
            MOVE 'C'              TO WS-BI-MODO
            MOVE SPACES           TO WS-BI-COLUNAS
            STRING 'SK_CALENDARIO|ANO|TERMO|DT_INICIO|DT_FIM|'
                   'SITUACAO|ATUAL'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SC
            IF WS-FS-CAL = 00
               PERFORM P221-LE-CALENDARIO THRU P221-EXIT
                       UNTIL WS-FS-CAL = 10
               CLOSE CFP001SC
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P220-EXIT.
            EXIT.

       P221-LE-CALENDARIO.
            READ CFP001SC
            IF WS-FS-CAL = 10
               GO TO P221-EXIT
            END-IF
            IF WS-FS-CAL NOT = 00
               MOVE WS-FS-CAL                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SC'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'CA'        TO WS-SK-ENTIDADE
            MOVE CL-CHAVE    TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' CL-ANO '|' CL-TERMO
                   '|' CL-DT-INICIO '|' CL-DT-FIM
                   '|' CL-ST-TERMO '|' CL-ATUAL
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P221-EXIT.
            EXIT.

      * >>> DIMENSAO PROFESSOR (SEMPRE COMPLETA)
       P230-DIM-PROFESSOR.
            MOVE 'DIM_PROFESSOR' TO WS-BI-NOME
            MOVE 'C'             TO WS-BI-MODO
            MOVE 'SK_PROFESSOR|ID|NOME|SITUACAO' TO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SA
            IF WS-FS-PRO = 00
               PERFORM P231-LE-PROFESSOR THRU P231-EXIT
                       UNTIL WS-FS-PRO = 10
               CLOSE CFP001SA
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P230-EXIT.
            EXIT.

       P231-LE-PROFESSOR.
            READ CFP001SA
            IF WS-FS-PRO = 10
               GO TO P231-EXIT
            END-IF
            IF WS-FS-PRO NOT = 00
               MOVE WS-FS-PRO                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SA'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'PR'        TO WS-SK-ENTIDADE
            MOVE PR-ID-PROF  TO WS-NAT-PROF
            MOVE WS-NAT-PROF TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' PR-ID-PROF '|'
                   PR-NM-PROF DELIMITED BY '  '
                   '|' PR-ST-PROF
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P231-EXIT.
            EXIT.

      * >>> DIMENSAO ALUNO: COMPLETA OU SO OS ALUNOS DO JORNAL
       P240-DIM-ALUNO.
            MOVE 'DIM_ALUNO'   TO WS-BI-NOME
            MOVE WS-MODO       TO WS-BI-MODO
            MOVE SPACES        TO WS-BI-COLUNAS
            STRING 'SK_ALUNO|ID|NOME|DT_NASCIMENTO|SITUACAO|RA|'
                   'SK_TURMA|SK_UNIDADE'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            IF MODO-COMPLETO
               MOVE ZEROS TO ID-ALUNO
               MOVE 'N'   TO WS-FIM-LEITURA
               START CFP001S1 KEY IS NOT LESS THAN ID-ALUNO
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-LEITURA
               END-START
               PERFORM P241-LE-ALUNO THRU P241-EXIT
                       UNTIL WS-FIM-LEITURA = 'S'
            ELSE
               MOVE 'ALUNOS  ' TO WS-DL-ALVO
               PERFORM P560-INICIA-DELTA THRU P560-EXIT
               PERFORM P243-DELTA-ALUNO THRU P243-EXIT
                       UNTIL WS-FIM-DELTA = 'S'
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P240-EXIT.
            EXIT.

       P241-LE-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P241-EXIT
            END-READ
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM P242-LINHA-ALUNO THRU P242-EXIT.
       P241-EXIT.
            EXIT.

       P242-LINHA-ALUNO.
            MOVE 'TU'        TO WS-SK-ENTIDADE
            MOVE TU-ALUNO    TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-TURMA
            MOVE 'UN'        TO WS-SK-ENTIDADE
            MOVE UN-ALUNO    TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-UNIDADE
            MOVE 'AL'        TO WS-SK-ENTIDADE
            MOVE ID-ALUNO    TO WS-NAT-ALUNO
            MOVE WS-NAT-ALUNO TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' ID-ALUNO '|'
                   NM-ALUNO DELIMITED BY '  '
                   '|' DT-NASCIMENTO '|' ST-ALUNO '|'
                   DELIMITED BY SIZE
                   RA-ALUNO DELIMITED BY SPACE
                   '|' WS-SK-TURMA '|' WS-SK-UNIDADE
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P242-EXIT.
            EXIT.

       P243-DELTA-ALUNO.
            PERFORM P561-PROXIMO-DELTA THRU P561-EXIT
            IF WS-FIM-DELTA = 'S'
               GO TO P243-EXIT
            END-IF
            MOVE DL-NATURAL(1:5) TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-ALU = 00
               PERFORM P242-LINHA-ALUNO THRU P242-EXIT
               GO TO P243-EXIT
            END-IF
            IF WS-FS-ALU NOT = 23
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'AL'            TO WS-SK-ENTIDADE
            MOVE DL-NATURAL      TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'E|' WS-SK '|' DL-NATURAL(1:5)
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P615-GRAVA-EXCLUSAO THRU P615-EXIT.
       P243-EXIT.
            EXIT.

      * >>> DIMENSAO OFERTA (MATERIA DO TERMO), COM O PROFESSOR
      * >>> ATRIBUIDO (PROFATRI): COMPLETA OU SO AS DO JORNAL
       P250-DIM-OFERTA.
            MOVE 'DIM_OFERTA'  TO WS-BI-NOME
            MOVE WS-MODO       TO WS-BI-MODO
            MOVE SPACES        TO WS-BI-COLUNAS
            STRING 'SK_OFERTA|ID_MATERIA|ANO|TERMO|NOME|'
                   'NOTA_APROVACAO|VAGAS|OCUPADAS|SK_UNIDADE|'
                   'SK_PROFESSOR|SK_CALENDARIO'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT

            MOVE 'N' TO WS-SEM-ATR
            OPEN INPUT CFP001SB
            IF WS-FS-ATR NOT = 00
               MOVE 'S' TO WS-SEM-ATR
            END-IF
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               GO TO P259-FECHA-OFERTA
            END-IF

            IF MODO-COMPLETO
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P251-LE-OFERTA THRU P251-EXIT
                       UNTIL WS-FIM-LEITURA = 'S'
            ELSE
               MOVE 'MATERIAS' TO WS-DL-ALVO
               PERFORM P560-INICIA-DELTA THRU P560-EXIT
               PERFORM P253-DELTA-OFERTA THRU P253-EXIT
                       UNTIL WS-FIM-DELTA = 'S'
            END-IF
            CLOSE CFP001S2
            GO TO P259-FECHA-OFERTA.

       P251-LE-OFERTA.
            READ CFP001S2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P251-EXIT
            END-READ
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S2'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM P252-LINHA-OFERTA THRU P252-EXIT.
       P251-EXIT.
            EXIT.

       P252-LINHA-OFERTA.
            MOVE 'UN'        TO WS-SK-ENTIDADE
            MOVE MT-UNIDADE  TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-UNIDADE

            MOVE ZEROS       TO WS-SK-PROF
            IF WS-SEM-ATR = 'N'
               MOVE CHAVE-MATERIA TO PA-CHAVE-MATERIA
               READ CFP001SB
                    KEY IS PA-CHAVE-MATERIA
                    INVALID KEY
                         CONTINUE
               END-READ
               IF WS-FS-ATR = 00
                  MOVE 'PR'        TO WS-SK-ENTIDADE
                  MOVE PA-ID-PROF  TO WS-NAT-PROF
                  MOVE WS-NAT-PROF TO WS-SK-NATURAL
                  PERFORM P650-OBTEM-SK THRU P650-EXIT
                  MOVE WS-SK       TO WS-SK-PROF
               END-IF
            END-IF

            MOVE 'CA'        TO WS-SK-ENTIDADE
            MOVE AN-MATERIA  TO WS-NC-ANO
            MOVE TR-MATERIA  TO WS-NC-TERMO
            MOVE WS-NAT-CALEND TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-CALEND

            MOVE 'OF'        TO WS-SK-ENTIDADE
            MOVE CHAVE-MATERIA TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT

            MOVE NT-APROVACAO TO WS-ED-NOTA
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-SK '|' ID-MATERIA '|' AN-MATERIA
                   '|' TR-MATERIA '|'
                   DELIMITED BY SIZE
                   NM-MATERIA DELIMITED BY '  '
                   '|' WS-ED-NOTA '|' QT-VAGAS '|' QT-OCUPADAS
                   '|' WS-SK-UNIDADE '|' WS-SK-PROF
                   '|' WS-SK-CALEND
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P252-EXIT.
            EXIT.

       P253-DELTA-OFERTA.
            PERFORM P561-PROXIMO-DELTA THRU P561-EXIT
            IF WS-FIM-DELTA = 'S'
               GO TO P253-EXIT
            END-IF
            MOVE DL-NATURAL(1:8) TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-MAT = 00
               PERFORM P252-LINHA-OFERTA THRU P252-EXIT
               GO TO P253-EXIT
            END-IF
            IF WS-FS-MAT NOT = 23
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S2'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'OF'            TO WS-SK-ENTIDADE
            MOVE DL-NATURAL      TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE SPACES TO BI-LINHA
            STRING 'E|' WS-SK '|' DL-NATURAL(1:3)
                   '|' DL-NATURAL(4:4) '|' DL-NATURAL(8:1)
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P615-GRAVA-EXCLUSAO THRU P615-EXIT.
       P253-EXIT.
            EXIT.

       P259-FECHA-OFERTA.
            IF WS-SEM-ATR = 'N'
               CLOSE CFP001SB
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P250-EXIT.
            EXIT.

      * >>> FATO MATRICULA (SEMPRE COMPLETO - A MATRICULA NAO PASSA
      * >>> PELO JORNAL), COM A TURMA E A UNIDADE ATUAIS DO ALUNO
       S300 SECTION.
       P300-FATO-MATRICULA.
            MOVE 'FATO_MATRICULA' TO WS-BI-NOME
            MOVE 'C'              TO WS-BI-MODO
            MOVE SPACES           TO WS-BI-COLUNAS
            STRING 'DT_PROC|SK_ALUNO|SK_OFERTA|SK_CALENDARIO|SK_TURMA|'
                   'SK_UNIDADE|ID_ALUNO|ID_MATERIA|ANO|TERMO|'
                   'DT_MATRICULA|SITUACAO'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001S5
            IF WS-FS-MTR = 00
               PERFORM P301-LE-MATRICULA THRU P301-EXIT
                       UNTIL WS-FS-MTR = 10
               CLOSE CFP001S5
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P300-EXIT.
            EXIT.

       P301-LE-MATRICULA.
            READ CFP001S5
            IF WS-FS-MTR = 10
               GO TO P301-EXIT
            END-IF
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE MT-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO TU-ALUNO UN-ALUNO
            END-READ
            MOVE 'TU'        TO WS-SK-ENTIDADE
            MOVE TU-ALUNO    TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-TURMA
            MOVE 'UN'        TO WS-SK-ENTIDADE
            MOVE UN-ALUNO    TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK       TO WS-SK-UNIDADE

            MOVE MT-ID-ALUNO      TO WS-NAT-ALUNO
            MOVE MT-CHAVE-MATERIA TO WS-SK-NATURAL
            MOVE MT-AN-MATERIA    TO WS-NC-ANO
            MOVE MT-TR-MATERIA    TO WS-NC-TERMO
            PERFORM P660-SK-ALUNO-OFERTA THRU P660-EXIT

            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-DATA-PROC '|' WS-SK-ALUNO
                   '|' WS-SK-OFERTA '|' WS-SK-CALEND
                   '|' WS-SK-TURMA '|' WS-SK-UNIDADE
                   '|' MT-ID-ALUNO '|' MT-ID-MATERIA
                   '|' MT-AN-MATERIA '|' MT-TR-MATERIA
                   '|' MT-DT-MATRICULA '|' MT-ST-MATRICULA
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P301-EXIT.
            EXIT.

      * >>> FATO NOTA FINAL: COMPLETO OU SO AS NOTAS DO JORNAL.
      * >>> VALOR DE CONTROLE: SOMA DAS MEDIAS FINAIS
       P310-FATO-NOTA.
            MOVE 'FATO_NOTA'   TO WS-BI-NOME
            MOVE WS-MODO       TO WS-BI-MODO
            MOVE SPACES        TO WS-BI-COLUNAS
            STRING 'DT_PROC|SK_ALUNO|SK_OFERTA|SK_CALENDARIO|ID_ALUNO|'
                   'ID_MATERIA|ANO|TERMO|MEDIA|RECUPERACAO|'
                   'MEDIA_FINAL|SITUACAO'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001S3
            IF WS-FS-NOT NOT = 00
               GO TO P319-FECHA-NOTA
            END-IF
            IF MODO-COMPLETO
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P311-LE-NOTA THRU P311-EXIT
                       UNTIL WS-FIM-LEITURA = 'S'
            ELSE
               MOVE 'NOTAS   ' TO WS-DL-ALVO
               PERFORM P560-INICIA-DELTA THRU P560-EXIT
               PERFORM P313-DELTA-NOTA THRU P313-EXIT
                       UNTIL WS-FIM-DELTA = 'S'
            END-IF
            CLOSE CFP001S3
            GO TO P319-FECHA-NOTA.

       P311-LE-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P311-EXIT
            END-READ
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM P312-LINHA-NOTA THRU P312-EXIT.
       P311-EXIT.
            EXIT.

       P312-LINHA-NOTA.
            MOVE NT-ID-ALUNO      TO WS-NAT-ALUNO
            MOVE NT-CHAVE-MATERIA TO WS-SK-NATURAL
            MOVE NT-AN-MATERIA    TO WS-NC-ANO
            MOVE NT-TR-MATERIA    TO WS-NC-TERMO
            PERFORM P660-SK-ALUNO-OFERTA THRU P660-EXIT

            MOVE NT-MEDIA         TO WS-ED-NOTA
            MOVE NT-RECUPERACAO   TO WS-ED-NOTA2
            MOVE NT-MEDIA-FINAL   TO WS-ED-NOTA3
            ADD  NT-MEDIA-FINAL   TO WS-BI-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-DATA-PROC '|' WS-SK-ALUNO
                   '|' WS-SK-OFERTA '|' WS-SK-CALEND
                   '|' NT-ID-ALUNO '|' NT-ID-MATERIA
                   '|' NT-AN-MATERIA '|' NT-TR-MATERIA
                   '|' WS-ED-NOTA '|' WS-ED-NOTA2 '|' WS-ED-NOTA3
                   '|' NT-SITUACAO
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P312-EXIT.
            EXIT.

       P313-DELTA-NOTA.
            PERFORM P561-PROXIMO-DELTA THRU P561-EXIT
            IF WS-FIM-DELTA = 'S'
               GO TO P313-EXIT
            END-IF
            MOVE DL-NATURAL TO NT-CHAVE
            READ CFP001S3
                 KEY IS NT-CHAVE
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-NOT = 00
               PERFORM P312-LINHA-NOTA THRU P312-EXIT
               GO TO P313-EXIT
            END-IF
            IF WS-FS-NOT NOT = 23
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO BI-LINHA
            STRING 'E|' WS-DATA-PROC '|' DL-NATURAL(1:5)
                   '|' DL-NATURAL(6:3) '|' DL-NATURAL(9:4)
                   '|' DL-NATURAL(13:1)
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P615-GRAVA-EXCLUSAO THRU P615-EXIT.
       P313-EXIT.
            EXIT.

       P319-FECHA-NOTA.
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P310-EXIT.
            EXIT.

      * >>> FATO FREQUENCIA - RESUMO DO TERMO POR ALUNO E OFERTA
      * >>> (SEMPRE COMPLETO). VALOR DE CONTROLE: SOMA DAS FALTAS
       P320-FATO-FREQUENCIA.
            MOVE 'FATO_FREQUENCIA' TO WS-BI-NOME
            MOVE 'C'               TO WS-BI-MODO
            MOVE SPACES            TO WS-BI-COLUNAS
            STRING 'DT_PROC|SK_ALUNO|SK_OFERTA|SK_CALENDARIO|ID_ALUNO|'
                   'ID_MATERIA|ANO|TERMO|PRESENCAS|FALTAS'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SZ
            IF WS-FS-FRE = 00
               PERFORM P321-LE-FREQUENCIA THRU P321-EXIT
                       UNTIL WS-FS-FRE = 10
               CLOSE CFP001SZ
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P320-EXIT.
            EXIT.

       P321-LE-FREQUENCIA.
            READ CFP001SZ
            IF WS-FS-FRE = 10
               GO TO P321-EXIT
            END-IF
            IF WS-FS-FRE NOT = 00
               MOVE WS-FS-FRE                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SZ'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE FR-ID-ALUNO      TO WS-NAT-ALUNO
            MOVE FR-CHAVE-MATERIA TO WS-SK-NATURAL
            MOVE FR-AN-MATERIA    TO WS-NC-ANO
            MOVE FR-TR-MATERIA    TO WS-NC-TERMO
            PERFORM P660-SK-ALUNO-OFERTA THRU P660-EXIT

            ADD FR-QT-FALTAS TO WS-BI-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-DATA-PROC '|' WS-SK-ALUNO
                   '|' WS-SK-OFERTA '|' WS-SK-CALEND
                   '|' FR-ID-ALUNO '|' FR-ID-MATERIA
                   '|' FR-AN-MATERIA '|' FR-TR-MATERIA
                   '|' FR-QT-PRESENCAS '|' FR-QT-FALTAS
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P321-EXIT.
            EXIT.

      * >>> FATO COBRANCA: COMPLETO OU SO AS COBRANCAS DO JORNAL.
      * >>> VALOR DE CONTROLE: SOMA DOS VALORES LIQUIDOS
       P330-FATO-COBRANCA.
            MOVE 'FATO_COBRANCA' TO WS-BI-NOME
            MOVE WS-MODO         TO WS-BI-MODO
            MOVE SPACES          TO WS-BI-COLUNAS
            STRING 'DT_PROC|SK_ALUNO|ID_ALUNO|ANO_MES|SEQ|'
                   'DT_VENCIMENTO|VL_BRUTO|VL_DESCONTO|VL_LIQUIDO|'
                   'VL_PAGO|DT_PAGAMENTO|SITUACAO|TIPO'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               GO TO P339-FECHA-COBRANCA
            END-IF
            IF MODO-COMPLETO
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM P331-LE-COBRANCA THRU P331-EXIT
                       UNTIL WS-FIM-LEITURA = 'S'
            ELSE
               MOVE 'COBRANCA' TO WS-DL-ALVO
               PERFORM P560-INICIA-DELTA THRU P560-EXIT
               PERFORM P333-DELTA-COBRANCA THRU P333-EXIT
                       UNTIL WS-FIM-DELTA = 'S'
            END-IF
            CLOSE CFP001SF
            GO TO P339-FECHA-COBRANCA.

       P331-LE-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P331-EXIT
            END-READ
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SF'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM P332-LINHA-COBRANCA THRU P332-EXIT.
       P331-EXIT.
            EXIT.

       P332-LINHA-COBRANCA.
            MOVE 'AL'         TO WS-SK-ENTIDADE
            MOVE CB-ID-ALUNO  TO WS-NAT-ALUNO
            MOVE WS-NAT-ALUNO TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK        TO WS-SK-ALUNO

            MOVE CB-VALOR-BRUTO    TO WS-ED-VALOR
            MOVE CB-VALOR-DESCONTO TO WS-ED-VALOR2
            MOVE CB-VALOR-LIQUIDO  TO WS-ED-VALOR3
            MOVE CB-VALOR-PAGO     TO WS-ED-VALOR4
            ADD  CB-VALOR-LIQUIDO  TO WS-BI-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-DATA-PROC '|' WS-SK-ALUNO
                   '|' CB-ID-ALUNO '|' CB-ANO-MES '|' CB-NR-SEQ
                   '|' CB-DT-VENCIMENTO
                   '|' WS-ED-VALOR '|' WS-ED-VALOR2
                   '|' WS-ED-VALOR3 '|' WS-ED-VALOR4
                   '|' CB-DT-PAGAMENTO '|' CB-ST-COBRANCA
                   '|' CB-TP-COBRANCA
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P332-EXIT.
            EXIT.

       P333-DELTA-COBRANCA.
            PERFORM P561-PROXIMO-DELTA THRU P561-EXIT
            IF WS-FIM-DELTA = 'S'
               GO TO P333-EXIT
            END-IF
            MOVE DL-NATURAL TO CB-CHAVE
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-COB = 00
               PERFORM P332-LINHA-COBRANCA THRU P332-EXIT
               GO TO P333-EXIT
            END-IF
            IF WS-FS-COB NOT = 23
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SF'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO BI-LINHA
            STRING 'E|' WS-DATA-PROC '|' DL-NATURAL(1:5)
                   '|' DL-NATURAL(6:6) '|' DL-NATURAL(12:2)
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P615-GRAVA-EXCLUSAO THRU P615-EXIT.
       P333-EXIT.
            EXIT.

       P339-FECHA-COBRANCA.
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P330-EXIT.
            EXIT.

      * >>> FATO RECEBIMENTO (PAGDETAL, SO ACRESCIDO): COMPLETO OU A
      * >>> PARTIR DA DATA DA ULTIMA EXTRACAO - A CARGA SOBREPOE PELA
      * >>> CHAVE (ALUNO/ANO-MES/SEQ/SEQUENCIA) O QUE VIER REPETIDO.
      * >>> VALOR DE CONTROLE: SOMA DOS VALORES PAGOS
       P340-FATO-RECEBIMENTO.
            MOVE 'FATO_RECEBIMENTO' TO WS-BI-NOME
            MOVE WS-MODO            TO WS-BI-MODO
            MOVE SPACES             TO WS-BI-COLUNAS
            STRING 'DT_PROC|SK_ALUNO|ID_ALUNO|ANO_MES|SEQ|SEQUENCIA|'
                   'DT_PAGAMENTO|VALOR|ORIGEM|FORMA'
                   DELIMITED BY SIZE INTO WS-BI-COLUNAS
            PERFORM P600-ABRE-SAIDA THRU P600-EXIT
            OPEN INPUT CFP001SM
            IF WS-FS-DET = 00
               PERFORM P341-LE-RECEBIMENTO THRU P341-EXIT
                       UNTIL WS-FS-DET = 10
               CLOSE CFP001SM
            END-IF
            PERFORM P620-FECHA-SAIDA THRU P620-EXIT.
       P340-EXIT.
            EXIT.

       P341-LE-RECEBIMENTO.
            READ CFP001SM
            IF WS-FS-DET = 10
               GO TO P341-EXIT
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SM'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF MODO-INCREMENTAL
               AND PD-DT-PAGAMENTO < WS-DT-ULTIMO
               GO TO P341-EXIT
            END-IF

            MOVE 'AL'         TO WS-SK-ENTIDADE
            MOVE PD-ID-ALUNO  TO WS-NAT-ALUNO
            MOVE WS-NAT-ALUNO TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT

            MOVE PD-VALOR-PAGO TO WS-ED-VALOR
            ADD  PD-VALOR-PAGO TO WS-BI-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'D|' WS-DATA-PROC '|' WS-SK
                   '|' PD-ID-ALUNO '|' PD-ANO-MES '|' PD-NR-SEQ
                   '|' PD-SEQUENCIA '|' PD-DT-PAGAMENTO
                   '|' WS-ED-VALOR '|' PD-ORIGEM '|' PD-FORMA
                   DELIMITED BY SIZE INTO BI-LINHA
            PERFORM P610-GRAVA-LINHA THRU P610-EXIT.
       P341-EXIT.
            EXIT.

      * >>> POSICIONA NO PRIMEIRO REGISTRO DO DELTA DO ARQUIVO ALVO
       S560 SECTION.
       P560-INICIA-DELTA.
            MOVE 'N'        TO WS-FIM-DELTA
            MOVE WS-DL-ALVO TO DL-ARQUIVO
            MOVE LOW-VALUES TO DL-NATURAL
            START WORK-DELTA KEY IS NOT LESS THAN DL-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-DELTA
            END-START.
       P560-EXIT.
            EXIT.

       P561-PROXIMO-DELTA.
            READ WORK-DELTA NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DELTA
                      GO TO P561-EXIT
            END-READ
            IF DL-ARQUIVO NOT = WS-DL-ALVO
               MOVE 'S' TO WS-FIM-DELTA
            END-IF.
       P561-EXIT.
            EXIT.

      * >>> ABRE O ARQUIVO DA TABELA E GRAVA O CABECALHO 'H'
       S600 SECTION.
       P600-ABRE-SAIDA.
            MOVE SPACES TO WS-ARQ-BI
            STRING 'C:/ARQUIVOS/BI/' WS-BI-NOME DELIMITED BY SPACE
                   '_' WS-DATA-PROC '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQ-BI
            OPEN OUTPUT ARQ-BI
            IF WS-FS-BI NOT = 00
               MOVE WS-FS-BI                            TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO BI'       TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE ZEROS TO WS-BI-QTD WS-BI-EXC WS-BI-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'H|' WS-BI-NOME DELIMITED BY SPACE
                   '|' WS-DATA-PROC '|' WS-BI-MODO '|'
                   DELIMITED BY SIZE
                   WS-BI-COLUNAS DELIMITED BY SPACE
                   INTO BI-LINHA
            WRITE BI-LINHA.
       P600-EXIT.
            EXIT.

       P610-GRAVA-LINHA.
            WRITE BI-LINHA
            IF WS-FS-BI NOT = 00
               MOVE WS-FS-BI                            TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO BI'       TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-BI-QTD.
       P610-EXIT.
            EXIT.

       P615-GRAVA-EXCLUSAO.
            WRITE BI-LINHA
            IF WS-FS-BI NOT = 00
               MOVE WS-FS-BI                            TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO BI'       TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-BI-EXC.
       P615-EXIT.
            EXIT.

      * >>> TRAILER 'T' COM OS TOTAIS DE CONTROLE E LINHA NO MANIFESTO
       P620-FECHA-SAIDA.
            MOVE WS-BI-TOTAL TO WS-ED-TOTAL
            MOVE SPACES TO BI-LINHA
            STRING 'T|' WS-BI-QTD '|' WS-BI-EXC '|' WS-ED-TOTAL
                   '|' WS-DATA-PROC
                   DELIMITED BY SIZE INTO BI-LINHA
            WRITE BI-LINHA
            CLOSE ARQ-BI

            MOVE SPACES TO MAN-LINHA
            STRING 'A|' WS-BI-NOME DELIMITED BY SPACE
                   '|' WS-BI-MODO '|' WS-BI-QTD '|' WS-BI-EXC
                   '|' WS-ED-TOTAL '|'
                   DELIMITED BY SIZE
                   WS-ARQ-BI DELIMITED BY SPACE
                   INTO MAN-LINHA
            WRITE MAN-LINHA

            ADD 1         TO WS-R-ARQUIVOS
            ADD WS-BI-QTD TO WS-R-LINHAS
            ADD WS-BI-EXC TO WS-R-LINHAS
            DISPLAY ' ' WS-BI-NOME ' MODO ' WS-BI-MODO
                    ' LINHAS ' WS-BI-QTD ' EXCLUSOES ' WS-BI-EXC.
       P620-EXIT.
            EXIT.

      * >>> CHAVE SUBSTITUTA DA CHAVE NATURAL (WS-SK-ENTIDADE +
      * >>> WS-SK-NATURAL): DEVOLVE A JA ATRIBUIDA OU ATRIBUI A
      * >>> PROXIMA DA ENTIDADE (CONTADOR NO REGISTRO DE CHAVE NATURAL
      * >>> EM BRANCO). CHAVE NATURAL EM BRANCO DEVOLVE SK ZERO
       S650 SECTION.
       P650-OBTEM-SK.
            MOVE ZEROS TO WS-SK
            IF WS-SK-NATURAL = SPACES
               GO TO P650-EXIT
            END-IF
            MOVE WS-SK-ENTIDADE TO BK-ENTIDADE
            MOVE WS-SK-NATURAL  TO BK-NATURAL
            READ CFP001W3
                 KEY IS BK-CHAVE
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-BCH = 00
               MOVE BK-SK TO WS-SK
               GO TO P650-EXIT
            END-IF
            IF WS-FS-BCH NOT = 23
               MOVE WS-FS-BCH                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001W3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE WS-SK-ENTIDADE TO BK-ENTIDADE
            MOVE SPACES         TO BK-NATURAL
            READ CFP001W3
                 KEY IS BK-CHAVE
                 INVALID KEY
                      MOVE ZEROS TO BK-SK
                      MOVE WS-DATA-PROC TO BK-DT-CRIACAO
                      ADD 1 TO BK-SK
                      WRITE REG-CFP001W3
                 NOT INVALID KEY
                      ADD 1 TO BK-SK
                      REWRITE REG-CFP001W3
            END-READ
            IF WS-FS-BCH NOT = 00
               MOVE WS-FS-BCH                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001W3' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE BK-SK TO WS-SK

            MOVE WS-SK-ENTIDADE TO BK-ENTIDADE
            MOVE WS-SK-NATURAL  TO BK-NATURAL
            MOVE WS-SK          TO BK-SK
            MOVE WS-DATA-PROC   TO BK-DT-CRIACAO
            WRITE REG-CFP001W3
            IF WS-FS-BCH NOT = 00
               MOVE WS-FS-BCH                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001W3' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-R-SK-NOVAS.
       P650-EXIT.
            EXIT.

      * >>> SKS DE ALUNO, OFERTA E CALENDARIO DE UM FATO: ENTRADA EM
      * >>> WS-NAT-ALUNO, WS-SK-NATURAL (CHAVE DA MATERIA) E
      * >>> WS-NAT-CALEND
       P660-SK-ALUNO-OFERTA.
            MOVE 'OF'         TO WS-SK-ENTIDADE
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK        TO WS-SK-OFERTA
            MOVE 'AL'         TO WS-SK-ENTIDADE
            MOVE WS-NAT-ALUNO TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK        TO WS-SK-ALUNO
            MOVE 'CA'         TO WS-SK-ENTIDADE
            MOVE WS-NAT-CALEND TO WS-SK-NATURAL
            PERFORM P650-OBTEM-SK THRU P650-EXIT
            MOVE WS-SK        TO WS-SK-CALEND.
       P660-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001W3
            IF WS-FS-BCH NOT = 00
               MOVE WS-FS-BCH                        TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF MODO-INCREMENTAL
               CLOSE WORK-DELTA
            END-IF
            MOVE SPACES TO MAN-LINHA
            STRING 'T|' WS-R-ARQUIVOS '|' WS-R-LINHAS
                   DELIMITED BY SIZE INTO MAN-LINHA
            WRITE MAN-LINHA
            CLOSE ARQ-MANIFESTO.
       P700-EXIT.
            EXIT.

      * >>> SO DEPOIS DE TODOS OS ARQUIVOS GRAVADOS O PONTO DA
      * >>> EXTRACAO AVANCA; UMA RODADA QUE FALHOU REPETE O PERIODO
       P750-GRAVA-CONTROLE.
            OPEN OUTPUT ARQ-CONTROLE
            IF WS-FS-CTL NOT = 00
               MOVE WS-FS-CTL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO BIEXTRAT.CTL'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES       TO CTL-LINHA
            MOVE WS-TS-INICIO TO CTL-TIMESTAMP
            MOVE '|'          TO CTL-LINHA(15:1)
            MOVE WS-DATA-PROC TO CTL-DATA-PROC
            WRITE CTL-LINHA
            CLOSE ARQ-CONTROLE.
       P750-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EXTRATBI'
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
            MOVE 'EXTRATBI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EXTRATBI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DATA DE PROCESSAMENTO......: ' WS-DATA-PROC
            DISPLAY ' MODO (C=COMPLETO I=INCREM.): ' WS-MODO
            DISPLAY ' ARQUIVOS GRAVADOS..........: ' WS-R-ARQUIVOS
            DISPLAY ' LINHAS GRAVADAS (D + E)....: ' WS-R-LINHAS
            DISPLAY ' CHAVES SUBSTITUTAS NOVAS...: ' WS-R-SK-NOVAS
            DISPLAY '--------------------------------------'
            MOVE 'EXTRATBI'        TO WS-LG-PROGRAMA
            MOVE 'LINHAS BI      ' TO WS-LG-CONTADOR
            IF WS-R-LINHAS > 99999
               MOVE 99999          TO WS-LG-QUANTIDADE
            ELSE
               MOVE WS-R-LINHAS    TO WS-LG-QUANTIDADE
            END-IF
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM EXTRATBI.
