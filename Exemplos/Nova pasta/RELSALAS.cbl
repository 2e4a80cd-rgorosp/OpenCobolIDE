      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: GRADE DE OCUPACAO DE SALAS POR UNIDADE - PARA O
      *          ANO/TERMO PEDIDO (E UMA UNIDADE OU TODAS), SOMA AS
      *          HORAS-AULA (50 MINUTOS, COMO NO FOLHAPRF) DE CADA
      *          SLOT DA GRADE (HORARIO.DAT, CFP001SR) NA SALA DO
      *          MESTRE DE SALAS (SALAS.DAT, CFP001V4) DA UNIDADE DA
      *          OFERTA (MT-UNIDADE NO CFP001S2), POR DIA DA SEMANA
      *          (1=SEG..6=SAB). IMPRIME UMA LINHA POR SALA COM TIPO,
      *          CAPACIDADE E AS HORAS-AULA DE CADA DIA ('LIVRE' NO
      *          DIA SEM AULA), A LISTA DAS SALAS ATIVAS SEM NENHUMA
      *          AULA NO TERMO E OS SLOTS EM SALA NAO CADASTRADA.
      *          SAIDA COM TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSALAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V4 ASSIGN TO "C:/ARQUIVOS/SALAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SL-CHAVE
                  FILE STATUS  IS WS-FS-SAL.
           SELECT CFP001SR ASSIGN TO "C:/ARQUIVOS/HORARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HR-CHAVE
                  FILE STATUS  IS WS-FS-HOR.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT REL-SALAS ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V4.
           COPY REGSALA.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001S2.
           COPY REGMATER.
       FD  REL-SALAS.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-TERMO-PEDIDO    PIC 9(01) VALUE ZEROS.
           03 WS-UNID-PEDIDA     PIC X(03) VALUE SPACES.
           03 WS-UNID-ANTERIOR   PIC X(03) VALUE HIGH-VALUES.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.
           03 WS-DIA             PIC 9(01) VALUE ZEROS.
           03 WS-TOT-SALA        PIC 9(05) VALUE ZEROS.
           03 WS-ED-AULAS        PIC ZZZZ9.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-SLOTS         PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-SALA      PIC 9(05) VALUE ZEROS.
           03 WS-R-LIVRES        PIC 9(03) VALUE ZEROS.
       01  WS-HORA-AUX            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HORA          PIC 9(02).
           03 WS-HA-MINUTO        PIC 9(02).

      * >>> DURACAO DA HORA-AULA EM MINUTOS
       77  WS-MINUTOS-AULA        PIC 9(03) VALUE 50.

      * >>> SALAS DO MESTRE, NA ORDEM DA CHAVE (UNIDADE + SALA), COM
      * >>> AS HORAS-AULA POR DIA DA SEMANA (1=SEG..6=SAB)
       01  WS-TAB-SALAS.
           03 WS-SAL-OCC OCCURS 300 TIMES
                         INDEXED BY WS-SX WS-SX-ACHADA.
              05 WS-SAL-UNIDADE   PIC X(03).
              05 WS-SAL-CODIGO    PIC X(05).
              05 WS-SAL-TIPO      PIC X(01).
              05 WS-SAL-CAPAC     PIC 9(03).
              05 WS-SAL-STATUS    PIC X(01).
              05 WS-SAL-AULAS     PIC 9(03) OCCURS 6 TIMES.
       77  WS-QTD-SALAS           PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-SALA          PIC X(01) VALUE 'N'.

      * >>> LINHA DA GRADE: SEIS CELULAS DE DIA DA SEMANA
       01  WS-CELULAS.
           03 WS-CEL OCCURS 6 TIMES.
              05 FILLER           PIC X(01) VALUE SPACE.
              05 WS-CEL-VALOR     PIC X(05) VALUE SPACES.
       01  WS-CELULAS-R REDEFINES WS-CELULAS PIC X(36).

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
            DISPLAY 'PROGRAMA RELSALAS - INICIADO'
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
            DISPLAY 'DIGITE O TERMO (0 A 9): '
            ACCEPT WS-TERMO-PEDIDO
            DISPLAY 'DIGITE A UNIDADE (BRANCOS = TODAS): '
            ACCEPT WS-UNID-PEDIDA

            PERFORM P050-ABRIR
            PERFORM P100-CARREGA-SALA THRU P100-EXIT
                    UNTIL WS-FS-SAL = 10
            PERFORM P200-GRADE THRU P200-EXIT
                    UNTIL WS-FS-HOR = 10
            PERFORM P300-IMPRIME THRU P300-EXIT
            PERFORM P500-LIVRES THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELSALAS' TO WS-LY-PROGRAMA
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
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/OCUPSALA_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001V4
            IF WS-FS-SAL NOT = 00
               MOVE WS-FS-SAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SR' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-SALAS
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-SALAS'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'OCUPACAO DE SALAS DO TERMO '
                   WS-ANO-PEDIDO '/' WS-TERMO-PEDIDO
                   ' - HORAS-AULA POR DIA DA SEMANA'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> CARREGA AS SALAS DA UNIDADE PEDIDA (OU TODAS)
       S100 SECTION.
       P100-CARREGA-SALA.
            READ CFP001V4
            IF WS-FS-SAL NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-SAL                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V4'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-SAL NOT = 00
               GO TO P100-EXIT
            END-IF
            IF WS-UNID-PEDIDA NOT = SPACES
               AND SL-UNIDADE NOT = WS-UNID-PEDIDA
               GO TO P100-EXIT
            END-IF
            IF WS-QTD-SALAS NOT < 300
               DISPLAY 'AVISO: MAIS DE 300 SALAS - SALA ' SL-UNIDADE
                       ' ' SL-CODIGO ' FORA DA GRADE'
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-QTD-SALAS
            SET WS-SX TO WS-QTD-SALAS
            INITIALIZE WS-SAL-OCC(WS-SX)
            MOVE SL-UNIDADE    TO WS-SAL-UNIDADE(WS-SX)
            MOVE SL-CODIGO     TO WS-SAL-CODIGO(WS-SX)
            MOVE SL-TIPO       TO WS-SAL-TIPO(WS-SX)
            MOVE SL-CAPACIDADE TO WS-SAL-CAPAC(WS-SX)
            MOVE SL-ST-SALA    TO WS-SAL-STATUS(WS-SX).
       P100-EXIT.
            EXIT.

      * >>> CADA SLOT DO TERMO SOMA AS SUAS HORAS-AULA NA SALA DA
      * >>> UNIDADE DA OFERTA, NO SEU DIA DA SEMANA
       S200 SECTION.
       P200-GRADE.
            READ CFP001SR
            IF WS-FS-HOR NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SR'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-HOR NOT = 00
               GO TO P200-EXIT
            END-IF
            IF HR-AN-MATERIA NOT = WS-ANO-PEDIDO
               OR HR-TR-MATERIA NOT = WS-TERMO-PEDIDO
               OR HR-DIA-SEMANA < 1
               OR HR-DIA-SEMANA > 6
               GO TO P200-EXIT
            END-IF

            MOVE HR-ID-MATERIA TO ID-MATERIA
            MOVE HR-AN-MATERIA TO AN-MATERIA
            MOVE HR-TR-MATERIA TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE SPACES TO MT-UNIDADE
            END-READ
            IF WS-UNID-PEDIDA NOT = SPACES
               AND MT-UNIDADE NOT = WS-UNID-PEDIDA
               GO TO P200-EXIT
            END-IF
            ADD 1 TO WS-R-SLOTS

            MOVE 'N' TO WS-ACHOU-SALA
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SALAS
                       OR WS-ACHOU-SALA = 'S'
               IF WS-SAL-UNIDADE(WS-SX) = MT-UNIDADE
                  AND WS-SAL-CODIGO(WS-SX) = HR-SALA
                  MOVE 'S' TO WS-ACHOU-SALA
                  SET WS-SX-ACHADA TO WS-SX
               END-IF
            END-PERFORM
            IF WS-ACHOU-SALA = 'N'
               ADD 1 TO WS-R-SEM-SALA
               MOVE SPACES TO REL-LINHA
               STRING ' SLOT EM SALA NAO CADASTRADA: OFERTA '
                      HR-ID-MATERIA ' DIA ' HR-DIA-SEMANA ' '
                      HR-HORA-INICIO '-' HR-HORA-FIM ' UNIDADE '
                      MT-UNIDADE ' SALA ' HR-SALA
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P200-EXIT
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
            ADD WS-AULAS-SLOT
                TO WS-SAL-AULAS(WS-SX-ACHADA, HR-DIA-SEMANA).
       P200-EXIT.
            EXIT.

      * >>> UMA LINHA POR SALA, COM QUEBRA POR UNIDADE
       S300 SECTION.
       P300-IMPRIME.
            IF WS-QTD-SALAS = ZEROS
               MOVE ' NENHUMA SALA CADASTRADA NA UNIDADE PEDIDA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P300-EXIT
            END-IF
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SALAS
               IF WS-SAL-UNIDADE(WS-SX) NOT = WS-UNID-ANTERIOR
                  PERFORM P320-CABECALHO THRU P320-EXIT
               END-IF
               PERFORM P350-LINHA-SALA THRU P350-EXIT
            END-PERFORM.
       P300-EXIT.
            EXIT.

       P320-CABECALHO.
            MOVE WS-SAL-UNIDADE(WS-SX) TO WS-UNID-ANTERIOR
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            IF WS-UNID-ANTERIOR = SPACES
               MOVE 'UNIDADE: (SEM UNIDADE)' TO REL-LINHA
            ELSE
               STRING 'UNIDADE: ' WS-UNID-ANTERIOR
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' SALA  T CAP S'
                   '    SEG   TER   QUA   QUI   SEX   SAB  TOTAL'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P320-EXIT.
            EXIT.

       P350-LINHA-SALA.
            MOVE ZEROS TO WS-TOT-SALA
            PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 6
               IF WS-SAL-AULAS(WS-SX, WS-DIA) = ZEROS
                  MOVE 'LIVRE' TO WS-CEL-VALOR(WS-DIA)
               ELSE
                  MOVE WS-SAL-AULAS(WS-SX, WS-DIA) TO WS-ED-AULAS
                  MOVE WS-ED-AULAS TO WS-CEL-VALOR(WS-DIA)
                  ADD WS-SAL-AULAS(WS-SX, WS-DIA) TO WS-TOT-SALA
               END-IF
            END-PERFORM
            MOVE WS-TOT-SALA TO WS-ED-AULAS
            MOVE SPACES TO REL-LINHA
            STRING ' ' WS-SAL-CODIGO(WS-SX) ' ' WS-SAL-TIPO(WS-SX)
                   ' ' WS-SAL-CAPAC(WS-SX) ' ' WS-SAL-STATUS(WS-SX)
                   ' ' WS-CELULAS-R ' ' WS-ED-AULAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P350-EXIT.
            EXIT.

      * >>> SALAS ATIVAS SEM NENHUMA AULA NO TERMO
       S500 SECTION.
       P500-LIVRES.
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'SALAS ATIVAS SEM AULA NO TERMO' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SALAS
               IF WS-SAL-STATUS(WS-SX) = 'A'
                  AND WS-SAL-AULAS(WS-SX, 1) = ZEROS
                  AND WS-SAL-AULAS(WS-SX, 2) = ZEROS
                  AND WS-SAL-AULAS(WS-SX, 3) = ZEROS
                  AND WS-SAL-AULAS(WS-SX, 4) = ZEROS
                  AND WS-SAL-AULAS(WS-SX, 5) = ZEROS
                  AND WS-SAL-AULAS(WS-SX, 6) = ZEROS
                  ADD 1 TO WS-R-LIVRES
                  MOVE SPACES TO REL-LINHA
                  STRING ' UNIDADE ' WS-SAL-UNIDADE(WS-SX)
                         ' SALA ' WS-SAL-CODIGO(WS-SX)
                         ' TIPO ' WS-SAL-TIPO(WS-SX)
                         ' CAPACIDADE ' WS-SAL-CAPAC(WS-SX)
                         DELIMITED BY SIZE INTO REL-LINHA
                  PERFORM P450-ESCREVER THRU P450-EXIT
               END-IF
            END-PERFORM

            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SALAS NA GRADE.............: ' WS-QTD-SALAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SALAS ATIVAS SEM AULA......: ' WS-R-LIVRES
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SLOTS DO TERMO LIDOS.......: ' WS-R-SLOTS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SLOTS EM SALA NAO CADASTRADA: ' WS-R-SEM-SALA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P500-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V4
            CLOSE CFP001SR
            CLOSE CFP001S2
            CLOSE REL-SALAS
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-SALAS'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELSALAS'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELSALAS'
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
            MOVE 'RELSALAS' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELSALAS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' SALAS NA GRADE.....: ' WS-QTD-SALAS
            DISPLAY ' SLOTS DO TERMO.....: ' WS-R-SLOTS
            DISPLAY ' SALAS SEM AULA.....: ' WS-R-LIVRES
            DISPLAY ' SLOTS SEM SALA.....: ' WS-R-SEM-SALA
            DISPLAY ' RELATORIO GERADO EM: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELSALAS.
