      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CUMPRIMENTO DE CARGA HORARIA - PARA O ANO/TERMO PEDIDO
      *          CONFRONTA, POR OFERTA DE MATERIA, AS HORAS-AULA
      *          PREVISTAS COM AS HORAS-AULA DADAS:
      *            - PREVISTAS: CADA SLOT DA GRADE (HORARIO.DAT,
      *              CFP001SR) VALE EM TODO DIA LETIVO DO TERMO NO SEU
      *              DIA DA SEMANA (1=SEG..6=SAB; DOMINGO E OS DIAS DO
      *              FERIADOS.DAT NAO CONTAM, COMO NO DIASLETV), COM A
      *              DURACAO EM HORAS-AULA DE 50 MINUTOS (COMO NO
      *              FOLHAPRF), DO INICIO DO TERMO NO CALENDARIO
      *              (CFP001SC) ATE O FIM DO TERMO OU A DATA DE HOJE,
      *              O QUE VIER PRIMEIRO;
      *            - DADAS: A SOMA DO DIARIO DE CLASSE (DIARIO.DAT,
      *              CFP001V3, REGISTRADO COM A FOLHA DO CADFREQ) NO
      *              MESMO PERIODO.
      *          MOSTRA O DEFICIT POR OFERTA, COM O PROFESSOR
      *          ATRIBUIDO (CFP001SB), E O RESUMO POR PROFESSOR, PARA
      *          PRESTAR CONTAS A DIRETORIA DE ENSINO. SAIDA COM
      *          TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIARI.
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
           SELECT CFP001V3 ASSIGN TO "C:/ARQUIVOS/DIARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DI-CHAVE
                  FILE STATUS  IS WS-FS-DIA.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
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
           SELECT REL-DIARIO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001V3.
           COPY REGDIARI.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001SS.
           COPY REGFERIA.
       FD  REL-DIARIO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DIA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FER          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-DIARIO      PIC X(01) VALUE 'N'.
           03 WS-SEM-CALENDARIO  PIC X(01) VALUE 'N'.
           03 WS-SEM-FERIADOS    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-TERMO-PEDIDO    PIC 9(01) VALUE ZEROS.
           03 WS-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DT-CORTE        PIC 9(08) VALUE ZEROS.
           03 WS-HOJE            PIC 9(08) VALUE ZEROS.
           03 WS-INT-DIA         PIC S9(07) VALUE ZEROS.
           03 WS-INT-FIM         PIC S9(07) VALUE ZEROS.
           03 WS-DT-DIA          PIC 9(08) VALUE ZEROS.
           03 WS-SEMANA          PIC 9(01) VALUE ZEROS.
           03 WS-DIA-LETIVO      PIC X(01) VALUE 'S'.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.
           03 WS-DEFICIT         PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-DIARIOS       PIC 9(05) VALUE ZEROS.
           03 WS-R-COM-DEFICIT   PIC 9(03) VALUE ZEROS.
           03 WS-TOT-PREVISTAS   PIC 9(07) VALUE ZEROS.
           03 WS-TOT-DADAS       PIC 9(07) VALUE ZEROS.
           03 WS-TOT-DEFICIT     PIC 9(07) VALUE ZEROS.
       01  WS-HORA-AUX            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HORA          PIC 9(02).
           03 WS-HA-MINUTO        PIC 9(02).

      * >>> DURACAO DA HORA-AULA EM MINUTOS
       77  WS-MINUTOS-AULA        PIC 9(03) VALUE 50.

      * >>> DIAS LETIVOS DO PERIODO POR DIA DA SEMANA (1=SEG..6=SAB)
       01  WS-TAB-SEMANA.
           03 WS-QT-SEMANA        PIC 9(03) OCCURS 6 TIMES.
       77  WS-QTD-LETIVOS         PIC 9(03) VALUE ZEROS.

      * >>> APURACAO POR OFERTA DO TERMO
       01  WS-TAB-OFER.
           03 WS-OFR-OCC OCCURS 200 TIMES
                         INDEXED BY WS-FX WS-FX-ACHADA.
              05 WS-OFR-MATERIA   PIC 999.
              05 WS-OFR-PROF      PIC 9(03).
              05 WS-OFR-PREVISTAS PIC 9(05).
              05 WS-OFR-DADAS     PIC 9(05).
       77  WS-QTD-OFERS           PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-OFER          PIC X(01) VALUE 'N'.
       77  WS-OFR-PROCURADA       PIC 999 VALUE ZEROS.

      * >>> RESUMO POR PROFESSOR
       01  WS-TAB-PROF.
           03 WS-PRF-OCC OCCURS 50 TIMES
                         INDEXED BY WS-PX WS-PX-ACHADA.
              05 WS-PRF-ID        PIC 9(03).
              05 WS-PRF-PREVISTAS PIC 9(05).
              05 WS-PRF-DADAS     PIC 9(05).
              05 WS-PRF-DEFICIT   PIC 9(05).
       77  WS-QTD-PROFS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-PROF          PIC X(01) VALUE 'N'.

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
            DISPLAY 'PROGRAMA RELDIARI - INICIADO'
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
            DISPLAY 'DIGITE O TERMO (0 A 9): '
            ACCEPT WS-TERMO-PEDIDO

            PERFORM P050-ABRIR
            PERFORM P060-DIAS-DO-TERMO THRU P060-EXIT
            PERFORM P100-GRADE THRU P100-EXIT
                    UNTIL WS-FS-HOR = 10
            IF WS-SEM-DIARIO = 'N'
               PERFORM P200-DIARIO THRU P200-EXIT
                       UNTIL WS-FS-DIA = 10
            END-IF
            PERFORM P300-POR-OFERTA THRU P300-EXIT
            PERFORM P500-POR-PROFESSOR THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELDIARI' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
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
            MOVE WS-DATA-GERACAO(1:8)  TO WS-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CARGADAD_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SR' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM DIARIO NENHUMA AULA FOI REGISTRADA: TODA A CARGA
      * >>> PREVISTA SAI COMO DEFICIT
            OPEN INPUT CFP001V3
            IF WS-FS-DIA NOT = 00
               MOVE 'S' TO WS-SEM-DIARIO
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
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

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE 'S' TO WS-SEM-CALENDARIO
            END-IF

            OPEN INPUT CFP001SS
            IF WS-FS-FER NOT = 00
               MOVE 'S' TO WS-SEM-FERIADOS
            END-IF

            OPEN OUTPUT REL-DIARIO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DIARIO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> PERIODO DO TERMO NO CALENDARIO (SEM ELE, O ANO INTEIRO),
      * >>> CORTADO EM HOJE, E OS DIAS LETIVOS POR DIA DA SEMANA:
      * >>> DOMINGO (RESTO 0 DE 7 NO INTEGER-OF-DATE) E DIA DO
      * >>> FERIADOS.DAT NAO SAO LETIVOS
       P060-DIAS-DO-TERMO.
            COMPUTE WS-DT-INICIO = WS-ANO-PEDIDO * 10000 + 0101
            COMPUTE WS-DT-CORTE  = WS-ANO-PEDIDO * 10000 + 1231
            IF WS-SEM-CALENDARIO = 'N'
               MOVE WS-ANO-PEDIDO   TO CL-ANO
               MOVE WS-TERMO-PEDIDO TO CL-TERMO
               READ CFP001SC
                    KEY IS CL-CHAVE
                    INVALID KEY
                         DISPLAY 'AVISO: TERMO SEM CALENDARIO - VALE O'
                                 ' ANO INTEIRO'
                    NOT INVALID KEY
                         MOVE CL-DT-INICIO TO WS-DT-INICIO
                         MOVE CL-DT-FIM    TO WS-DT-CORTE
               END-READ
            END-IF
            IF WS-HOJE < WS-DT-CORTE
               MOVE WS-HOJE TO WS-DT-CORTE
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'CUMPRIMENTO DE CARGA HORARIA DO TERMO '
                   WS-ANO-PEDIDO '/' WS-TERMO-PEDIDO
                   ' - DE ' WS-DT-INICIO ' ATE ' WS-DT-CORTE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            INITIALIZE WS-TAB-SEMANA
            MOVE ZEROS TO WS-QTD-LETIVOS
            IF WS-DT-CORTE < WS-DT-INICIO
               GO TO P060-EXIT
            END-IF
            COMPUTE WS-INT-DIA =
                    FUNCTION INTEGER-OF-DATE (WS-DT-INICIO)
            COMPUTE WS-INT-FIM =
                    FUNCTION INTEGER-OF-DATE (WS-DT-CORTE)
            PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
               COMPUTE WS-DT-DIA =
                       FUNCTION DATE-OF-INTEGER (WS-INT-DIA)
               COMPUTE WS-SEMANA = FUNCTION MOD (WS-INT-DIA, 7)
               MOVE 'S' TO WS-DIA-LETIVO
               IF WS-SEMANA = 0
                  MOVE 'N' TO WS-DIA-LETIVO
               ELSE
                  IF WS-SEM-FERIADOS = 'N'
                     MOVE WS-DT-DIA TO FE-DT-DIA
                     READ CFP001SS
                          KEY IS FE-DT-DIA
                          INVALID KEY
                               CONTINUE
                          NOT INVALID KEY
                               MOVE 'N' TO WS-DIA-LETIVO
                     END-READ
                  END-IF
               END-IF
               IF WS-DIA-LETIVO = 'S'
                  ADD 1 TO WS-QT-SEMANA(WS-SEMANA)
                  ADD 1 TO WS-QTD-LETIVOS
               END-IF
               ADD 1 TO WS-INT-DIA
            END-PERFORM.
       P060-EXIT.
            EXIT.

      * >>> CARGA PREVISTA: CADA SLOT DA GRADE DA OFERTA VEZES OS DIAS
      * >>> LETIVOS DO SEU DIA DA SEMANA NO PERIODO
       S100 SECTION.
       P100-GRADE.
            READ CFP001SR
            IF WS-FS-HOR NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SR'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-HOR NOT = 00
               GO TO P100-EXIT
            END-IF
            IF HR-AN-MATERIA NOT = WS-ANO-PEDIDO
               OR HR-TR-MATERIA NOT = WS-TERMO-PEDIDO
               OR HR-DIA-SEMANA < 1
               OR HR-DIA-SEMANA > 6
               GO TO P100-EXIT
            END-IF

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

            MOVE HR-ID-MATERIA TO WS-OFR-PROCURADA
            PERFORM P150-ACHA-OFERTA THRU P150-EXIT
            COMPUTE WS-OFR-PREVISTAS(WS-FX) =
                    WS-OFR-PREVISTAS(WS-FX)
                  + WS-AULAS-SLOT * WS-QT-SEMANA(HR-DIA-SEMANA).
       P100-EXIT.
            EXIT.

       P150-ACHA-OFERTA.
            MOVE 'N' TO WS-ACHOU-OFER
            PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-QTD-OFERS
               IF WS-OFR-MATERIA(WS-FX) = WS-OFR-PROCURADA
                  MOVE 'S' TO WS-ACHOU-OFER
                  SET WS-FX-ACHADA TO WS-FX
               END-IF
            END-PERFORM
            IF WS-ACHOU-OFER = 'N'
               IF WS-QTD-OFERS < 200
                  ADD 1 TO WS-QTD-OFERS
                  SET WS-FX TO WS-QTD-OFERS
                  INITIALIZE WS-OFR-OCC(WS-FX)
                  MOVE WS-OFR-PROCURADA TO WS-OFR-MATERIA(WS-FX)
                  MOVE WS-OFR-PROCURADA TO PA-ID-MATERIA
                  MOVE WS-ANO-PEDIDO    TO PA-AN-MATERIA
                  MOVE WS-TERMO-PEDIDO  TO PA-TR-MATERIA
                  READ CFP001SB
                       KEY IS PA-CHAVE-MATERIA
                       INVALID KEY
                            MOVE ZEROS TO WS-OFR-PROF(WS-FX)
                       NOT INVALID KEY
                            MOVE PA-ID-PROF TO WS-OFR-PROF(WS-FX)
                  END-READ
               ELSE
                  SET WS-FX TO WS-QTD-OFERS
               END-IF
            ELSE
               SET WS-FX TO WS-FX-ACHADA
            END-IF.
       P150-EXIT.
            EXIT.

      * >>> CARGA DADA: HORAS-AULA DO DIARIO DE CLASSE NO PERIODO
       S200 SECTION.
       P200-DIARIO.
            READ CFP001V3
            IF WS-FS-DIA NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-DIA                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V3'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-DIA NOT = 00
               GO TO P200-EXIT
            END-IF
            IF DI-AN-MATERIA NOT = WS-ANO-PEDIDO
               OR DI-TR-MATERIA NOT = WS-TERMO-PEDIDO
               OR DI-DT-AULA < WS-DT-INICIO
               OR DI-DT-AULA > WS-DT-CORTE
               GO TO P200-EXIT
            END-IF
            ADD 1 TO WS-R-DIARIOS
            MOVE DI-ID-MATERIA TO WS-OFR-PROCURADA
            PERFORM P150-ACHA-OFERTA THRU P150-EXIT
            ADD DI-QT-AULAS TO WS-OFR-DADAS(WS-FX).
       P200-EXIT.
            EXIT.

      * >>> UMA LINHA POR OFERTA, COM O DEFICIT E O PROFESSOR
       S300 SECTION.
       P300-POR-OFERTA.
            MOVE SPACES TO REL-LINHA
            STRING 'OFERTA MATERIA              PROF NOME'
                   '                 PREVISTAS DADAS DEFICIT'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-QTD-OFERS
               PERFORM P350-LINHA-OFERTA THRU P350-EXIT
            END-PERFORM
            IF WS-QTD-OFERS = ZEROS
               MOVE ' NENHUMA OFERTA COM GRADE OU DIARIO NO TERMO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

       P350-LINHA-OFERTA.
            MOVE WS-OFR-MATERIA(WS-FX) TO ID-MATERIA
            MOVE WS-ANO-PEDIDO         TO AN-MATERIA
            MOVE WS-TERMO-PEDIDO       TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE 'MATERIA DESCONHECIDA' TO NM-MATERIA
            END-READ
            MOVE WS-OFR-PROF(WS-FX) TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      MOVE 'SEM PROFESSOR' TO PR-NM-PROF
            END-READ
            IF WS-OFR-PREVISTAS(WS-FX) > WS-OFR-DADAS(WS-FX)
               COMPUTE WS-DEFICIT = WS-OFR-PREVISTAS(WS-FX)
                                  - WS-OFR-DADAS(WS-FX)
               ADD 1 TO WS-R-COM-DEFICIT
            ELSE
               MOVE ZEROS TO WS-DEFICIT
            END-IF
            ADD WS-OFR-PREVISTAS(WS-FX) TO WS-TOT-PREVISTAS
            ADD WS-OFR-DADAS(WS-FX)     TO WS-TOT-DADAS
            ADD WS-DEFICIT              TO WS-TOT-DEFICIT

            PERFORM P550-ACHA-PROF THRU P550-EXIT
            ADD WS-OFR-PREVISTAS(WS-FX) TO WS-PRF-PREVISTAS(WS-PX)
            ADD WS-OFR-DADAS(WS-FX)     TO WS-PRF-DADAS(WS-PX)
            ADD WS-DEFICIT              TO WS-PRF-DEFICIT(WS-PX)

            MOVE SPACES TO REL-LINHA
            STRING ' ' WS-OFR-MATERIA(WS-FX) '   ' NM-MATERIA ' '
                   WS-OFR-PROF(WS-FX) ' ' PR-NM-PROF ' '
                   WS-OFR-PREVISTAS(WS-FX) '     '
                   WS-OFR-DADAS(WS-FX) ' ' WS-DEFICIT
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P350-EXIT.
            EXIT.

      * >>> RESUMO POR PROFESSOR ATRIBUIDO (000 = SEM ATRIBUICAO)
       S500 SECTION.
       P500-POR-PROFESSOR.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'CARGA HORARIA POR PROFESSOR' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-QTD-PROFS
               MOVE WS-PRF-ID(WS-PX) TO PR-ID-PROF
               READ CFP001SA
                    KEY IS PR-ID-PROF
                    INVALID KEY
                         MOVE 'SEM PROFESSOR' TO PR-NM-PROF
               END-READ
               MOVE SPACES TO REL-LINHA
               STRING ' PROF ' WS-PRF-ID(WS-PX)
                      ' ' PR-NM-PROF
                      ' PREVISTAS ' WS-PRF-PREVISTAS(WS-PX)
                      ' DADAS ' WS-PRF-DADAS(WS-PX)
                      ' DEFICIT ' WS-PRF-DEFICIT(WS-PX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-PERFORM

            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DIAS LETIVOS NO PERIODO....: ' WS-QTD-LETIVOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'HORAS-AULA PREVISTAS.......: ' WS-TOT-PREVISTAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'HORAS-AULA DADAS (DIARIO)..: ' WS-TOT-DADAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DEFICIT TOTAL..............: ' WS-TOT-DEFICIT
                   ' EM ' WS-R-COM-DEFICIT ' OFERTA(S)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P500-EXIT.
            EXIT.

       P550-ACHA-PROF.
            MOVE 'N' TO WS-ACHOU-PROF
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-QTD-PROFS
               IF WS-PRF-ID(WS-PX) = WS-OFR-PROF(WS-FX)
                  MOVE 'S' TO WS-ACHOU-PROF
                  SET WS-PX-ACHADA TO WS-PX
               END-IF
            END-PERFORM
            IF WS-ACHOU-PROF = 'N'
               IF WS-QTD-PROFS < 50
                  ADD 1 TO WS-QTD-PROFS
                  SET WS-PX TO WS-QTD-PROFS
                  INITIALIZE WS-PRF-OCC(WS-PX)
                  MOVE WS-OFR-PROF(WS-FX) TO WS-PRF-ID(WS-PX)
               ELSE
                  SET WS-PX TO WS-QTD-PROFS
               END-IF
            ELSE
               SET WS-PX TO WS-PX-ACHADA
            END-IF.
       P550-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SR
            IF WS-SEM-DIARIO = 'N'
               CLOSE CFP001V3
            END-IF
            CLOSE CFP001S2
            CLOSE CFP001SB
            CLOSE CFP001SA
            IF WS-SEM-CALENDARIO = 'N'
               CLOSE CFP001SC
            END-IF
            IF WS-SEM-FERIADOS = 'N'
               CLOSE CFP001SS
            END-IF
            CLOSE REL-DIARIO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-DIARIO'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELDIARI'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELDIARI'
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
            MOVE 'RELDIARI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDIARI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' OFERTAS DO TERMO...: ' WS-QTD-OFERS
            DISPLAY ' DIARIOS LIDOS......: ' WS-R-DIARIOS
            DISPLAY ' OFERTAS C/ DEFICIT.: ' WS-R-COM-DEFICIT
            DISPLAY ' RELATORIO GERADO EM: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDIARI.
