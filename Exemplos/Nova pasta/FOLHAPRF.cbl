      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: BASE DA FOLHA DE PAGAMENTO DOS PROFESSORES (HORA-AULA)
      *          - PARA A COMPETENCIA PEDIDA (AAAAMM), CONTA AS
      *          HORAS-AULA QUE CADA PROFESSOR DEU DE FATO:
      *            - CADA SLOT DA GRADE (HORARIO.DAT, CFP001SR) VALE
      *              EM TODO DIA LETIVO DO MES NO MESMO DIA DA SEMANA
      *              (1=SEG..6=SAB; DOMINGO E OS DIAS DO FERIADOS.DAT
      *              NAO CONTAM, COMO NO DIASLETV), DENTRO DO PERIODO
      *              DO TERMO DA OFERTA NO CALENDARIO (CFP001SC);
      *            - O SLOT E CREDITADO AO PROFESSOR ATRIBUIDO A
      *              OFERTA (PROFATRI.DAT, CFP001SB), OU AO SUBSTITUTO
      *              QUANDO O DIA CAI NUMA SUBSTITUICAO DO SUBSPROF.DAT
      *              (CFP001SV) - O AUSENTE NAO RECEBE ESSAS AULAS;
      *            - A DURACAO DO SLOT VIRA HORAS-AULA DE 50 MINUTOS
      *              (ARREDONDADO, MINIMO UMA).
      *          O VALOR DA HORA-AULA VEM DA TABELA VALAULA.DAT:
      *            POS 1-3  PROFESSOR (000 = LINHA DE NIVEL)
      *            POS 4-5  NIVEL
      *            POS 6-10 VALOR DA HORA-AULA (9(03)V99)
      *          LINHA DE PROFESSOR COM VALOR ZERADO USA O VALOR DO
      *          SEU NIVEL. PROFESSOR SEM VALOR SAI NO DEMONSTRATIVO
      *          COM AVISO E VALOR ZERO.
      *          SAIDAS: DEMONSTRATIVO POR PROFESSOR (FOLHAPRF_...REL,
      *          REGISTRADO NO RELCATAL) E O ARQUIVO DE TOTAIS PARA O
      *          DEPARTAMENTO PESSOAL (FOLHAPRF.TXT):
      *            HEADER  '0' + COMPETENCIA 9(06) + DATA GERACAO 9(08)
      *            DETALHE '1' + PROFESSOR 9(03) + NOME X(20) +
      *                    NIVEL X(02) + HORAS-AULA 9(05) +
      *                    VALOR HORA 9(03)V99 + VALOR BRUTO 9(07)V99
      *            TRAILER '9' + QTDE PROFESSORES 9(05) +
      *                    HORAS-AULA 9(07) + VALOR TOTAL 9(09)V99
      * Update: 15-10-26 - PROFESSOR VINCULADO AO MESTRE DE
      *         FUNCIONARIOS (PR-ID-FUNC) SAI NO DEMONSTRATIVO COM O
      *         FUNCIONARIO E O CARGO, E O ID DO FUNCIONARIO VAI NO
      *         DETALHE DO FOLHAPRF.TXT (9(05) APOS O VALOR BRUTO,
      *         ZERO = SEM VINCULO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHAPRF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SR ASSIGN TO "C:/ARQUIVOS/HORARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HR-CHAVE
                  FILE STATUS  IS WS-FS-HOR.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001SV ASSIGN TO "C:/ARQUIVOS/SUBSPROF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SB-CHAVE
                  FILE STATUS  IS WS-FS-SUB.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT CFP001SS ASSIGN TO "C:/ARQUIVOS/FERIADOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FE-DT-DIA
                  FILE STATUS  IS WS-FS-FER.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN.
           SELECT ARQ-VALAULA ASSIGN TO "C:/ARQUIVOS/VALAULA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-VAL.
           SELECT WORK-FOLHA ASSIGN TO "C:/ARQUIVOS/FOLHAWRK.TMP".
           SELECT ARQ-TOTAIS ASSIGN TO "C:/ARQUIVOS/FOLHAPRF.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-TOT.
           SELECT REL-FOLHA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001SV.
           COPY REGSUBST.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001SS.
           COPY REGFERIA.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001T6.
           COPY REGFUNCI.
       FD  ARQ-VALAULA.
       01  VAL-REG.
           03 VAL-ID-PROF        PIC 9(03).
           03 VAL-NIVEL          PIC X(02).
           03 VAL-VALOR-HORA     PIC 9(03)V99.
       SD  WORK-FOLHA.
       01  WRK-FOLHA.
           03 WRK-ID-PROF        PIC 9(03).
           03 WRK-OFERTA.
              05 WRK-ID-MATERIA  PIC 999.
              05 WRK-AN-MATERIA  PIC 9(04).
              05 WRK-TR-MATERIA  PIC 9(01).
           03 WRK-TIPO           PIC X(01).
           03 WRK-AULAS          PIC 9(03).
       FD  ARQ-TOTAIS.
       01  TOT-REG               PIC X(60).
       FD  REL-FOLHA.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SUB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FER          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-VAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SUBST       PIC X(01) VALUE 'N'.
           03 WS-SEM-CALENDARIO  PIC X(01) VALUE 'N'.
           03 WS-SEM-FERIADOS    PIC X(01) VALUE 'N'.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-FUNCIONA    PIC X(01) VALUE 'N'.
           03 WS-FIM-VAL         PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DT-INI-MES      PIC 9(08) VALUE ZEROS.
           03 WS-DT-FIM-MES      PIC 9(08) VALUE ZEROS.
           03 WS-DT-PROX-MES     PIC 9(08) VALUE ZEROS.
           03 WS-INT-DIA         PIC S9(07) VALUE ZEROS.
           03 WS-INT-FIM         PIC S9(07) VALUE ZEROS.
           03 WS-DT-INI-OFERTA   PIC 9(08) VALUE ZEROS.
           03 WS-DT-FIM-OFERTA   PIC 9(08) VALUE ZEROS.
           03 WS-OFERTA-VALE     PIC X(01) VALUE 'N'.
           03 WS-PROF-ATRIB      PIC 9(03) VALUE ZEROS.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.
           03 WS-R-SLOTS         PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-PROF      PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-PROFS         PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-VALOR     PIC 9(03) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
       77  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-HORA-AUX            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HORA          PIC 9(02).
           03 WS-HA-MINUTO        PIC 9(02).

      * >>> DURACAO DA HORA-AULA EM MINUTOS
       77  WS-MINUTOS-AULA        PIC 9(03) VALUE 50.

      * >>> DIAS DO MES: DATA, DIA DA SEMANA E SE E LETIVO
       01  WS-TAB-DIAS.
           03 WS-DIA-OCC OCCURS 31 TIMES INDEXED BY WS-DX.
              05 WS-DIA-DATA      PIC 9(08).
              05 WS-DIA-SEMANA    PIC 9(01).
              05 WS-DIA-LETIVO    PIC X(01).
       77  WS-QTD-DIAS            PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LETIVOS         PIC 9(02) VALUE ZEROS.

      * >>> SUBSTITUICOES QUE TOCAM O MES
       01  WS-TAB-SUBST.
           03 WS-SB-OCC OCCURS 500 TIMES INDEXED BY WS-SX.
              05 WS-SB-OFERTA     PIC X(08).
              05 WS-SB-DT-INICIO  PIC 9(08).
              05 WS-SB-DT-FIM     PIC 9(08).
              05 WS-SB-AUSENTE    PIC 9(03).
              05 WS-SB-SUBST      PIC 9(03).
       77  WS-QTD-SUBST           PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-SUBST         PIC X(01) VALUE 'N'.

      * >>> PERIODOS DE TERMO JA LIDOS DO CALENDARIO
       01  WS-TAB-TERMOS.
           03 WS-TM-OCC OCCURS 20 TIMES INDEXED BY WS-TX.
              05 WS-TM-ANO        PIC 9(04).
              05 WS-TM-TERMO      PIC 9(01).
              05 WS-TM-ACHOU      PIC X(01).
              05 WS-TM-DT-INICIO  PIC 9(08).
              05 WS-TM-DT-FIM     PIC 9(08).
       77  WS-QTD-TERMOS          PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-TERMO         PIC X(01) VALUE 'N'.

      * >>> TABELA DE VALOR DA HORA-AULA (VALAULA.DAT)
       01  WS-TAB-VALOR.
           03 WS-VL-OCC OCCURS 300 TIMES INDEXED BY WS-VX.
              05 WS-VL-ID-PROF    PIC 9(03).
              05 WS-VL-NIVEL      PIC X(02).
              05 WS-VL-HORA       PIC 9(03)V99.
       77  WS-QTD-VALORES         PIC 9(03) VALUE ZEROS.

      * >>> ACUMULO DO PROFESSOR EM QUEBRA NA SAIDA DO SORT
       01  WS-PROF-CORRENTE.
           03 WS-PC-ID-PROF       PIC 9(03) VALUE ZEROS.
           03 WS-PC-NIVEL         PIC X(02) VALUE SPACES.
           03 WS-PC-VALOR-HORA    PIC 9(03)V99 VALUE ZEROS.
           03 WS-PC-AULAS-PROP    PIC 9(05) VALUE ZEROS.
           03 WS-PC-AULAS-SUBST   PIC 9(05) VALUE ZEROS.
           03 WS-PC-AULAS-AUSENTE PIC 9(05) VALUE ZEROS.
           03 WS-PC-AULAS-PAGAS   PIC 9(05) VALUE ZEROS.
           03 WS-PC-VALOR-BRUTO   PIC 9(07)V99 VALUE ZEROS.
           03 WS-PC-ID-FUNC       PIC 9(05) VALUE ZEROS.
       77  WS-EM-PROF             PIC X(01) VALUE 'N'.
       01  WS-LINHA-CORRENTE.
           03 WS-LC-OFERTA        PIC X(08) VALUE SPACES.
           03 WS-LC-TIPO          PIC X(01) VALUE SPACES.
           03 WS-LC-AULAS         PIC 9(05) VALUE ZEROS.
       01  WS-LC-OFERTA-R REDEFINES WS-LINHA-CORRENTE.
           03 WS-LC-ID-MATERIA    PIC 999.
           03 WS-LC-AN-MATERIA    PIC 9(04).
           03 WS-LC-TR-MATERIA    PIC 9(01).
           03 FILLER              PIC X(06).
       77  WS-EM-LINHA            PIC X(01) VALUE 'N'.
       77  WS-DS-TIPO             PIC X(22) VALUE SPACES.
       77  WS-TOT-AULAS           PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VALOR           PIC 9(09)V99 VALUE ZEROS.

      * >>> REGISTROS DO ARQUIVO DE TOTAIS (FOLHAPRF.TXT)
       01  WS-TOT-HEADER.
           03 WS-TH-TIPO          PIC X(01) VALUE '0'.
           03 WS-TH-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-TH-DT-GERACAO    PIC 9(08) VALUE ZEROS.
           03 FILLER              PIC X(45) VALUE SPACES.
       01  WS-TOT-DETALHE.
           03 WS-TD-TIPO          PIC X(01) VALUE '1'.
           03 WS-TD-ID-PROF       PIC 9(03) VALUE ZEROS.
           03 WS-TD-NM-PROF       PIC X(20) VALUE SPACES.
           03 WS-TD-NIVEL         PIC X(02) VALUE SPACES.
           03 WS-TD-AULAS         PIC 9(05) VALUE ZEROS.
           03 WS-TD-VALOR-HORA    PIC 9(03)V99 VALUE ZEROS.
           03 WS-TD-VALOR-BRUTO   PIC 9(07)V99 VALUE ZEROS.
           03 WS-TD-ID-FUNC       PIC 9(05) VALUE ZEROS.
           03 FILLER              PIC X(10) VALUE SPACES.
       01  WS-TOT-TRAILER.
           03 WS-TT-TIPO          PIC X(01) VALUE '9'.
           03 WS-TT-QTD-PROFS     PIC 9(05) VALUE ZEROS.
           03 WS-TT-AULAS         PIC 9(07) VALUE ZEROS.
           03 WS-TT-VALOR         PIC 9(09)V99 VALUE ZEROS.
           03 FILLER              PIC X(36) VALUE SPACES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA FOLHAPRF - INICIADO'
            DISPLAY 'DIGITE A COMPETENCIA DA FOLHA (AAAAMM): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
                            AND WS-ANO-MES(5:2) > '00'
                            AND WS-ANO-MES(5:2) < '13'
               DISPLAY 'COMPETENCIA INVALIDA! FORMATO AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM

            PERFORM P050-ABRIR
            PERFORM P060-DIAS-DO-MES THRU P060-EXIT
            PERFORM P070-CARREGA-VALORES THRU P070-EXIT
            IF WS-SEM-SUBST = 'N'
               PERFORM P080-CARREGA-SUBST THRU P080-EXIT
                       UNTIL WS-FS-SUB = 10
            END-IF
            SORT WORK-FOLHA
                 ON ASCENDING KEY WRK-ID-PROF
                                  WRK-OFERTA
                                  WRK-TIPO
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S400
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/FOLHAPRF_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SR' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SB
            IF WS-FS-ATR NOT = 00
               MOVE WS-FS-ATR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SB' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SV
            IF WS-FS-SUB NOT = 00
               MOVE 'S' TO WS-SEM-SUBST
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE 'S' TO WS-SEM-CALENDARIO
            END-IF

            OPEN INPUT CFP001SS
            IF WS-FS-FER NOT = 00
               MOVE 'S' TO WS-SEM-FERIADOS
            END-IF

            OPEN INPUT CFP001T6
            IF WS-FS-FUN NOT = 00
               MOVE 'S' TO WS-SEM-FUNCIONA
            END-IF

            OPEN OUTPUT ARQ-TOTAIS
            IF WS-FS-TOT NOT = 00
               MOVE WS-FS-TOT                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO FOLHAPRF.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-FOLHA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-FOLHA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE WS-ANO-MES            TO WS-TH-ANO-MES
            MOVE WS-CURRENT-DATE(1:8)  TO WS-TH-DT-GERACAO
            MOVE WS-TOT-HEADER         TO TOT-REG
            WRITE TOT-REG.
       P050-EXIT.
            EXIT.

      * >>> MONTA OS DIAS DO MES: DOMINGO (RESTO 0 DE 7 NO INTEGER-OF
      * >>> -DATE) E DIA DO FERIADOS.DAT NAO SAO LETIVOS
       P060-DIAS-DO-MES.
            COMPUTE WS-DT-INI-MES = WS-ANO-MES * 100 + 1
            IF WS-ANO-MES(5:2) = '12'
               COMPUTE WS-DT-PROX-MES =
                       (WS-ANO-MES + 89) * 100 + 1
            ELSE
               COMPUTE WS-DT-PROX-MES =
                       (WS-ANO-MES + 1) * 100 + 1
            END-IF
            COMPUTE WS-INT-DIA =
                    FUNCTION INTEGER-OF-DATE (WS-DT-INI-MES)
            COMPUTE WS-INT-FIM =
                    FUNCTION INTEGER-OF-DATE (WS-DT-PROX-MES) - 1
            COMPUTE WS-DT-FIM-MES =
                    FUNCTION DATE-OF-INTEGER (WS-INT-FIM)

            MOVE ZEROS TO WS-QTD-DIAS WS-QTD-LETIVOS
            PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
               ADD 1 TO WS-QTD-DIAS
               SET WS-DX TO WS-QTD-DIAS
               COMPUTE WS-DIA-DATA(WS-DX) =
                       FUNCTION DATE-OF-INTEGER (WS-INT-DIA)
               COMPUTE WS-DIA-SEMANA(WS-DX) =
                       FUNCTION MOD (WS-INT-DIA, 7)
               MOVE 'S' TO WS-DIA-LETIVO(WS-DX)
               IF WS-DIA-SEMANA(WS-DX) = 0
                  MOVE 'N' TO WS-DIA-LETIVO(WS-DX)
               ELSE
                  IF WS-SEM-FERIADOS = 'N'
                     MOVE WS-DIA-DATA(WS-DX) TO FE-DT-DIA
                     READ CFP001SS
                          KEY IS FE-DT-DIA
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'N' TO WS-DIA-LETIVO(WS-DX)
                     END-READ
                  END-IF
               END-IF
               IF WS-DIA-LETIVO(WS-DX) = 'S'
                  ADD 1 TO WS-QTD-LETIVOS
               END-IF
               ADD 1 TO WS-INT-DIA
            END-PERFORM.
       P060-EXIT.
            EXIT.

      * >>> CARREGA A TABELA DE VALOR DA HORA-AULA (SEM TABELA, TODOS
      * >>> OS PROFESSORES SAEM SEM VALOR)
       P070-CARREGA-VALORES.
            OPEN INPUT ARQ-VALAULA
            IF WS-FS-VAL NOT = 00
               DISPLAY 'AVISO: VALAULA.DAT NAO ENCONTRADO - FOLHA SEM'
                       ' VALORES'
               GO TO P070-EXIT
            END-IF
            PERFORM P075-LER-VALOR THRU P075-EXIT
                    UNTIL WS-FIM-VAL = 'S'
            CLOSE ARQ-VALAULA.
       P070-EXIT.
            EXIT.

       P075-LER-VALOR.
            READ ARQ-VALAULA
                 AT END
                      MOVE 'S' TO WS-FIM-VAL
                      GO TO P075-EXIT
            END-READ
            IF VAL-ID-PROF IS NOT NUMERIC
               OR VAL-VALOR-HORA IS NOT NUMERIC
               GO TO P075-EXIT
            END-IF
            IF WS-QTD-VALORES NOT < 300
               DISPLAY 'AVISO: VALAULA.DAT COM MAIS DE 300 LINHAS'
               MOVE 'S' TO WS-FIM-VAL
               GO TO P075-EXIT
            END-IF
            ADD 1 TO WS-QTD-VALORES
            SET WS-VX TO WS-QTD-VALORES
            MOVE VAL-ID-PROF    TO WS-VL-ID-PROF(WS-VX)
            MOVE VAL-NIVEL      TO WS-VL-NIVEL(WS-VX)
            MOVE VAL-VALOR-HORA TO WS-VL-HORA(WS-VX).
       P075-EXIT.
            EXIT.

      * >>> GUARDA AS SUBSTITUICOES CUJO PERIODO TOCA O MES
       P080-CARREGA-SUBST.
            READ CFP001SV
            IF WS-FS-SUB NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-SUB                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SV'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-SUB NOT = 00
               GO TO P080-EXIT
            END-IF
            IF SB-DT-FIM < WS-DT-INI-MES
               OR SB-DT-INICIO > WS-DT-FIM-MES
               GO TO P080-EXIT
            END-IF
            IF WS-QTD-SUBST NOT < 500
               DISPLAY 'AVISO: MAIS DE 500 SUBSTITUICOES NO MES -'
                       ' CONFERIR A FOLHA'
               GO TO P080-EXIT
            END-IF
            ADD 1 TO WS-QTD-SUBST
            SET WS-SX TO WS-QTD-SUBST
            MOVE SB-CHAVE-MATERIA TO WS-SB-OFERTA(WS-SX)
            MOVE SB-DT-INICIO     TO WS-SB-DT-INICIO(WS-SX)
            MOVE SB-DT-FIM        TO WS-SB-DT-FIM(WS-SX)
            MOVE SB-PROF-AUSENTE  TO WS-SB-AUSENTE(WS-SX)
            MOVE SB-PROF-SUBST    TO WS-SB-SUBST(WS-SX).
       P080-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: CADA SLOT DA GRADE, EM CADA DIA LETIVO DO
      * >>> MES NO SEU DIA DA SEMANA, VIRA UM REGISTRO PROFESSOR +
      * >>> OFERTA + TIPO (R=REGULAR, S=COMO SUBSTITUTO, A=AUSENTE)
       S100 SECTION.
       P100-ENTRADA.
            PERFORM P110-SLOT THRU P110-EXIT
                    UNTIL WS-FS-HOR = 10
            GO TO P190-FIM-ENTRADA.

       P110-SLOT.
            READ CFP001SR
            IF WS-FS-HOR NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SR'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-HOR NOT = 00
               GO TO P110-EXIT
            END-IF

            PERFORM P120-PERIODO-OFERTA THRU P120-EXIT
            IF WS-OFERTA-VALE = 'N'
               GO TO P110-EXIT
            END-IF
            ADD 1 TO WS-R-SLOTS

            MOVE HR-CHAVE-MATERIA TO PA-CHAVE-MATERIA
            READ CFP001SB
                 KEY IS PA-CHAVE-MATERIA
                 INVALID KEY
                      MOVE ZEROS TO WS-PROF-ATRIB
                 NOT INVALID KEY
                      MOVE PA-ID-PROF TO WS-PROF-ATRIB
            END-READ

      * >>> DURACAO DO SLOT EM HORAS-AULA (HHMM -> MINUTOS)
            MOVE HR-HORA-FIM TO WS-HORA-AUX
            COMPUTE WS-MINUTOS = WS-HA-HORA * 60 + WS-HA-MINUTO
            MOVE HR-HORA-INICIO TO WS-HORA-AUX
            COMPUTE WS-MINUTOS =
                    WS-MINUTOS - (WS-HA-HORA * 60 + WS-HA-MINUTO)
            IF WS-MINUTOS < 1
               MOVE 1 TO WS-AULAS-SLOT
            ELSE
               COMPUTE WS-AULAS-SLOT ROUNDED =
                       WS-MINUTOS / WS-MINUTOS-AULA
               IF WS-AULAS-SLOT = ZEROS
                  MOVE 1 TO WS-AULAS-SLOT
               END-IF
            END-IF

            PERFORM VARYING WS-DX FROM 1 BY 1
                    UNTIL WS-DX > WS-QTD-DIAS
               IF WS-DIA-LETIVO(WS-DX) = 'S'
                  AND WS-DIA-SEMANA(WS-DX) = HR-DIA-SEMANA
                  AND WS-DIA-DATA(WS-DX) NOT < WS-DT-INI-OFERTA
                  AND WS-DIA-DATA(WS-DX) NOT > WS-DT-FIM-OFERTA
                  PERFORM P150-CREDITA-DIA THRU P150-EXIT
               END-IF
            END-PERFORM.
       P110-EXIT.
            EXIT.

      * >>> PERIODO DO TERMO DA OFERTA NO CALENDARIO (GUARDADO EM
      * >>> TABELA); SEM CALENDARIO, VALE O MES INTEIRO DO ANO LETIVO
       P120-PERIODO-OFERTA.
            MOVE 'N' TO WS-OFERTA-VALE
            MOVE WS-DT-INI-MES TO WS-DT-INI-OFERTA
            MOVE WS-DT-FIM-MES TO WS-DT-FIM-OFERTA
            MOVE 'N' TO WS-ACHOU-TERMO
            PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-QTD-TERMOS
                       OR WS-ACHOU-TERMO = 'S'
               IF WS-TM-ANO(WS-TX) = HR-AN-MATERIA
                  AND WS-TM-TERMO(WS-TX) = HR-TR-MATERIA
                  MOVE 'S' TO WS-ACHOU-TERMO
               END-IF
            END-PERFORM
            IF WS-ACHOU-TERMO = 'S'
               SET WS-TX DOWN BY 1
            ELSE
               PERFORM P130-LER-TERMO THRU P130-EXIT
            END-IF

            IF WS-TM-ACHOU(WS-TX) = 'S'
               IF WS-TM-DT-INICIO(WS-TX) > WS-DT-INI-OFERTA
                  MOVE WS-TM-DT-INICIO(WS-TX) TO WS-DT-INI-OFERTA
               END-IF
               IF WS-TM-DT-FIM(WS-TX) < WS-DT-FIM-OFERTA
                  MOVE WS-TM-DT-FIM(WS-TX) TO WS-DT-FIM-OFERTA
               END-IF
               IF WS-DT-INI-OFERTA NOT > WS-DT-FIM-OFERTA
                  MOVE 'S' TO WS-OFERTA-VALE
               END-IF
            ELSE
               IF HR-AN-MATERIA = WS-ANO-MES(1:4)
                  MOVE 'S' TO WS-OFERTA-VALE
               END-IF
            END-IF.
       P120-EXIT.
            EXIT.

       P130-LER-TERMO.
            IF WS-QTD-TERMOS < 20
               ADD 1 TO WS-QTD-TERMOS
            END-IF
            SET WS-TX TO WS-QTD-TERMOS
            MOVE HR-AN-MATERIA TO WS-TM-ANO(WS-TX)
            MOVE HR-TR-MATERIA TO WS-TM-TERMO(WS-TX)
            MOVE 'N'           TO WS-TM-ACHOU(WS-TX)
            IF WS-SEM-CALENDARIO = 'S'
               GO TO P130-EXIT
            END-IF
            MOVE HR-AN-MATERIA TO CL-ANO
            MOVE HR-TR-MATERIA TO CL-TERMO
            READ CFP001SC
                 KEY IS CL-CHAVE
                 INVALID KEY
                      GO TO P130-EXIT
            END-READ
            MOVE 'S'          TO WS-TM-ACHOU(WS-TX)
            MOVE CL-DT-INICIO TO WS-TM-DT-INICIO(WS-TX)
            MOVE CL-DT-FIM    TO WS-TM-DT-FIM(WS-TX).
       P130-EXIT.
            EXIT.

      * >>> UM DIA DE AULA DO SLOT: VAI PARA O SUBSTITUTO SE O DIA
      * >>> CAIR NUMA SUBSTITUICAO DA OFERTA, SENAO PARA O ATRIBUIDO
       P150-CREDITA-DIA.
            MOVE 'N' TO WS-ACHOU-SUBST
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SUBST
                       OR WS-ACHOU-SUBST = 'S'
               IF WS-SB-OFERTA(WS-SX) = HR-CHAVE-MATERIA
                  AND WS-DIA-DATA(WS-DX) NOT < WS-SB-DT-INICIO(WS-SX)
                  AND WS-DIA-DATA(WS-DX) NOT > WS-SB-DT-FIM(WS-SX)
                  MOVE 'S' TO WS-ACHOU-SUBST
               END-IF
            END-PERFORM

            MOVE HR-ID-MATERIA TO WRK-ID-MATERIA
            MOVE HR-AN-MATERIA TO WRK-AN-MATERIA
            MOVE HR-TR-MATERIA TO WRK-TR-MATERIA
            MOVE WS-AULAS-SLOT TO WRK-AULAS
            IF WS-ACHOU-SUBST = 'S'
               SET WS-SX DOWN BY 1
               MOVE WS-SB-SUBST(WS-SX) TO WRK-ID-PROF
               MOVE 'S' TO WRK-TIPO
               RELEASE WRK-FOLHA
               MOVE WS-SB-AUSENTE(WS-SX) TO WRK-ID-PROF
               MOVE 'A' TO WRK-TIPO
               RELEASE WRK-FOLHA
               GO TO P150-EXIT
            END-IF

            IF WS-PROF-ATRIB = ZEROS
               ADD WS-AULAS-SLOT TO WS-R-SEM-PROF
               GO TO P150-EXIT
            END-IF
            MOVE WS-PROF-ATRIB TO WRK-ID-PROF
            MOVE 'R' TO WRK-TIPO
            RELEASE WRK-FOLHA.
       P150-EXIT.
            EXIT.

       P190-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: DEMONSTRATIVO POR PROFESSOR (UMA LINHA POR
      * >>> OFERTA E TIPO) E O DETALHE DO ARQUIVO DE TOTAIS
       S400 SECTION.
       P400-IMPRIME.
            MOVE SPACES TO REL-LINHA
            STRING 'BASE DA FOLHA DE PROFESSORES - COMPETENCIA '
                   WS-ANO-MES
                   ' (' WS-QTD-LETIVOS ' DIAS LETIVOS)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            MOVE 'N' TO WS-FIM-SORT WS-EM-PROF WS-EM-LINHA
            PERFORM P410-UM-RETORNO THRU P410-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            PERFORM P430-FECHA-LINHA THRU P430-EXIT
            PERFORM P450-FECHA-PROF THRU P450-EXIT

            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL DA FOLHA: PROFESSORES ' WS-R-PROFS
                   ' HORAS-AULA ' WS-TOT-AULAS
                   ' VALOR ' WS-TOT-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF WS-R-SEM-PROF > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'AVISO: ' WS-R-SEM-PROF
                      ' HORAS-AULA DE OFERTAS SEM PROFESSOR ATRIBUIDO'
                      ' (PROFATRI)'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            GO TO P490-FIM-SAIDA.

       P410-UM-RETORNO.
            RETURN WORK-FOLHA
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P410-EXIT
            END-RETURN
            IF WS-EM-PROF = 'N'
               OR WRK-ID-PROF NOT = WS-PC-ID-PROF
               PERFORM P430-FECHA-LINHA THRU P430-EXIT
               PERFORM P450-FECHA-PROF THRU P450-EXIT
               PERFORM P420-ABRE-PROF THRU P420-EXIT
            END-IF
            IF WS-EM-LINHA = 'N'
               OR WRK-OFERTA NOT = WS-LC-OFERTA
               OR WRK-TIPO NOT = WS-LC-TIPO
               PERFORM P430-FECHA-LINHA THRU P430-EXIT
               MOVE 'S'        TO WS-EM-LINHA
               MOVE WRK-OFERTA TO WS-LC-OFERTA
               MOVE WRK-TIPO   TO WS-LC-TIPO
               MOVE ZEROS      TO WS-LC-AULAS
            END-IF
            ADD WRK-AULAS TO WS-LC-AULAS
            EVALUATE WRK-TIPO
                WHEN 'R'
                  ADD WRK-AULAS TO WS-PC-AULAS-PROP
                WHEN 'S'
                  ADD WRK-AULAS TO WS-PC-AULAS-SUBST
                WHEN OTHER
                  ADD WRK-AULAS TO WS-PC-AULAS-AUSENTE
            END-EVALUATE.
       P410-EXIT.
            EXIT.

      * >>> CABECALHO DO PROFESSOR, COM NIVEL E VALOR DA HORA-AULA
       P420-ABRE-PROF.
            INITIALIZE WS-PROF-CORRENTE
            MOVE 'S'         TO WS-EM-PROF
            MOVE WRK-ID-PROF TO WS-PC-ID-PROF
            PERFORM P460-VALOR-HORA THRU P460-EXIT
            MOVE WRK-ID-PROF TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      MOVE 'PROFESSOR DESCONHECIDO' TO PR-NM-PROF
                      MOVE ZEROS TO PR-ID-FUNC
            END-READ
            MOVE SPACES TO REL-LINHA
            STRING 'PROFESSOR ' WS-PC-ID-PROF ' - ' PR-NM-PROF
                   ' NIVEL ' WS-PC-NIVEL
                   ' HORA-AULA ' WS-PC-VALOR-HORA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF PR-ID-FUNC IS NUMERIC
               AND PR-ID-FUNC > ZEROS
               MOVE PR-ID-FUNC TO WS-PC-ID-FUNC
               PERFORM P425-FUNCIONARIO THRU P425-EXIT
            END-IF.
       P420-EXIT.
            EXIT.

      * >>> REGISTRO DO PROFESSOR NO MESTRE DE FUNCIONARIOS
       P425-FUNCIONARIO.
            MOVE SPACES TO FU-NM-FUNC FU-CARGO
            IF WS-SEM-FUNCIONA = 'N'
               MOVE WS-PC-ID-FUNC TO FU-ID-FUNC
               READ CFP001T6
                    KEY IS FU-ID-FUNC
                    INVALID KEY
                         MOVE 'NAO CADASTRADO' TO FU-NM-FUNC
               END-READ
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '  FUNCIONARIO ' WS-PC-ID-FUNC ' ' FU-NM-FUNC
                   ' ' FU-CARGO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P425-EXIT.
            EXIT.

       P430-FECHA-LINHA.
            IF WS-EM-LINHA = 'N'
               GO TO P430-EXIT
            END-IF
            EVALUATE WS-LC-TIPO
                WHEN 'R'
                  MOVE 'REGULAR'                TO WS-DS-TIPO
                WHEN 'S'
                  MOVE 'COMO SUBSTITUTO'        TO WS-DS-TIPO
                WHEN OTHER
                  MOVE 'AUSENTE (NAO PAGO)'     TO WS-DS-TIPO
            END-EVALUATE
            MOVE SPACES TO REL-LINHA
            STRING '  OFERTA ' WS-LC-ID-MATERIA
                   ' ANO/TERMO ' WS-LC-AN-MATERIA
                   '/' WS-LC-TR-MATERIA
                   ' ' WS-DS-TIPO
                   ' HORAS-AULA ' WS-LC-AULAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'N' TO WS-EM-LINHA.
       P430-EXIT.
            EXIT.

      * >>> FECHA O PROFESSOR: TOTAIS DO DEMONSTRATIVO E O DETALHE DO
      * >>> ARQUIVO DE TOTAIS (SO QUEM TEM HORA-AULA A RECEBER)
       P450-FECHA-PROF.
            IF WS-EM-PROF = 'N'
               GO TO P450-EXIT
            END-IF
            ADD WS-PC-AULAS-PROP WS-PC-AULAS-SUBST
                GIVING WS-PC-AULAS-PAGAS
            COMPUTE WS-PC-VALOR-BRUTO ROUNDED =
                    WS-PC-AULAS-PAGAS * WS-PC-VALOR-HORA
            MOVE SPACES TO REL-LINHA
            STRING '  REGULARES ' WS-PC-AULAS-PROP
                   ' SUBSTITUICAO ' WS-PC-AULAS-SUBST
                   ' AUSENTE ' WS-PC-AULAS-AUSENTE
                   ' PAGAS ' WS-PC-AULAS-PAGAS
                   ' BRUTO ' WS-PC-VALOR-BRUTO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            IF WS-PC-VALOR-HORA = ZEROS
               AND WS-PC-AULAS-PAGAS > ZEROS
               ADD 1 TO WS-R-SEM-VALOR
               MOVE '  AVISO: PROFESSOR SEM VALOR DE HORA-AULA'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            IF WS-PC-AULAS-PAGAS > ZEROS
               ADD 1                 TO WS-R-PROFS
               ADD WS-PC-AULAS-PAGAS TO WS-TOT-AULAS
               ADD WS-PC-VALOR-BRUTO TO WS-TOT-VALOR
               MOVE WS-PC-ID-PROF     TO WS-TD-ID-PROF
               MOVE PR-NM-PROF        TO WS-TD-NM-PROF
               MOVE WS-PC-NIVEL       TO WS-TD-NIVEL
               MOVE WS-PC-AULAS-PAGAS TO WS-TD-AULAS
               MOVE WS-PC-VALOR-HORA  TO WS-TD-VALOR-HORA
               MOVE WS-PC-VALOR-BRUTO TO WS-TD-VALOR-BRUTO
               MOVE WS-PC-ID-FUNC     TO WS-TD-ID-FUNC
               MOVE WS-TOT-DETALHE    TO TOT-REG
               WRITE TOT-REG
            END-IF
            MOVE 'N' TO WS-EM-PROF.
       P450-EXIT.
            EXIT.

      * >>> VALOR DO PROFESSOR; ZERADO, VALE O DO SEU NIVEL
       P460-VALOR-HORA.
            PERFORM VARYING WS-VX FROM 1 BY 1
                    UNTIL WS-VX > WS-QTD-VALORES
               IF WS-VL-ID-PROF(WS-VX) = WS-PC-ID-PROF
                  MOVE WS-VL-NIVEL(WS-VX) TO WS-PC-NIVEL
                  MOVE WS-VL-HORA(WS-VX)  TO WS-PC-VALOR-HORA
               END-IF
            END-PERFORM
            IF WS-PC-VALOR-HORA > ZEROS
               OR WS-PC-NIVEL = SPACES
               GO TO P460-EXIT
            END-IF
            PERFORM VARYING WS-VX FROM 1 BY 1
                    UNTIL WS-VX > WS-QTD-VALORES
               IF WS-VL-ID-PROF(WS-VX) = ZEROS
                  AND WS-VL-NIVEL(WS-VX) = WS-PC-NIVEL
                  MOVE WS-VL-HORA(WS-VX) TO WS-PC-VALOR-HORA
               END-IF
            END-PERFORM.
       P460-EXIT.
            EXIT.

       P490-FIM-SAIDA.
            EXIT.

       S650 SECTION.
       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE WS-R-PROFS   TO WS-TT-QTD-PROFS
            MOVE WS-TOT-AULAS TO WS-TT-AULAS
            MOVE WS-TOT-VALOR TO WS-TT-VALOR
            MOVE WS-TOT-TRAILER TO TOT-REG
            WRITE TOT-REG

            CLOSE CFP001SR
            CLOSE CFP001SB
            CLOSE CFP001SA
            IF WS-SEM-SUBST = 'N'
               CLOSE CFP001SV
            END-IF
            IF WS-SEM-CALENDARIO = 'N'
               CLOSE CFP001SC
            END-IF
            IF WS-SEM-FERIADOS = 'N'
               CLOSE CFP001SS
            END-IF
            IF WS-SEM-FUNCIONA = 'N'
               CLOSE CFP001T6
            END-IF
            CLOSE ARQ-TOTAIS
            CLOSE REL-FOLHA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-FOLHA'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'FOLHAPRF'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA FOLHAPRF'
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
            MOVE 'FOLHAPRF' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA FOLHAPRF FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' SLOTS DA GRADE NO MES: ' WS-R-SLOTS
            DISPLAY ' PROFESSORES NA FOLHA.: ' WS-R-PROFS
            DISPLAY ' TOTAL HORAS-AULA.....: ' WS-TOT-AULAS
            DISPLAY ' TOTAL BRUTO..........: ' WS-TOT-VALOR
            DISPLAY ' PROFS SEM VALOR HORA.: ' WS-R-SEM-VALOR
            DISPLAY ' RELATORIO GERADO.....: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            MOVE 'FOLHAPRF' TO WS-LG-PROGRAMA
            MOVE 'PROFS NA FOLHA ' TO WS-LG-CONTADOR
            MOVE WS-R-PROFS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM FOLHAPRF.
