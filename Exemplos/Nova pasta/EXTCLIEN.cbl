      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EXTRATO DE CONTA DO CLIENTE (CFP001S4) NO PERIODO -
      *          LE O ARQUIVO DE MOVIMENTOS MOVCLIEN.TXT (GRAVADO PELO
      *          BATPGM1 E PELAS RECARGAS DO CADCANTI), CLASSIFICA POR
      *          CLIENTE MANTENDO A ORDEM DE GRAVACAO (SORT, NOS
      *          MOLDES DO RELINAD) E, PARA UM CLIENTE OU PARA TODOS
      *          (ID ZERADO), EMITE O EXTRATO COM SALDO ANTERIOR,
      *          CADA CREDITO/DEBITO DO PERIODO COM O SALDO CORRENTE
      *          E O SALDO FINAL.
      *          O SALDO ANTERIOR SAI DO PROPRIO ARQUIVO: O PRIMEIRO
      *          MOVIMENTO DO CLIENTE QUE TRAZ O SALDO GRAVADO FIXA O
      *          PONTO DE PARTIDA, E OS MOVIMENTOS SEGUINTES SAO
      *          ACUMULADOS. O SALDO APURADO (FINAL DO PERIODO MAIS
      *          OS MOVIMENTOS POSTERIORES) E CONFERIDO CONTRA O
      *          SD-CLIENTE DO CADASTRO, E A DIFERENCA SAI MARCADA NO
      *          EXTRATO E CONTADA NO RESUMO.
      *          CADA EXTRATO E UM ARQUIVO PROPRIO COM TIMESTAMP
      *          (EXTCLI_<ID>_<TS>.REL) REGISTRADO NO CATALOGO
      *          (RELCATAL) PARA REIMPRESSAO. NO MODO TODOS, SO SAEM
      *          OS CLIENTES COM MOVIMENTO NO PERIODO OU COM
      *          DIVERGENCIA DE SALDO
      * Update: 15-10-26 - O HISTORICO PASSOU AO ARQUIVO INDEXADO
      *         MOVHIST.DAT (CFP001U8), JA EM ORDEM DE CLIENTE +
      *         TIMESTAMP: O SORT SAI E A LEITURA E DIRETA (POSICIONADA
      *         NO CLIENTE PEDIDO); ESTORNOS DO ESTMOVCL SAEM NO
      *         EXTRATO COM HISTORICO PROPRIO E O MOVIMENTO ESTORNADO
      *         VEM MARCADO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTCLIEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U8 ASSIGN TO "C:/ARQUIVOS/MOVHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MC-CHAVE
                  FILE STATUS  IS WS-FS-MOV.
           SELECT CFP001S4 ASSIGN TO "C:/ARQUIVOS/CLIENTES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CLIENTE
                  FILE STATUS  IS WS-FS-CLI.
           SELECT REL-EXTRATO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U8.
           COPY REGMOVCL.
       FD  CFP001S4.
           COPY REGCLIEN.
       FD  REL-EXTRATO.
       01  REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CLI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-SEM-MOV         PIC X(01) VALUE 'N'.
           03 WS-FIM-MOV         PIC X(01) VALUE 'N'.
           03 WS-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DT-FIM          PIC 9(08) VALUE ZEROS.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-R-LIDAS         PIC 9(07) VALUE ZEROS.
           03 WS-R-CLIENTES      PIC 9(05) VALUE ZEROS.
           03 WS-R-EXTRATOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-DIVERGENTES   PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * >>> DATA E HORA DO MOVIMENTO, PARTIDAS DO MC-TIMESTAMP
       01  WS-TS-MOV.
           03 WS-TS-DATA         PIC 9(08).
           03 WS-TS-HH           PIC X(02).
           03 WS-TS-MM           PIC X(02).
           03 WS-TS-SS           PIC X(02).
       01  WS-HORA-MOV           PIC X(08) VALUE SPACES.

      * >>> ACUMULO DO CLIENTE EM QUEBRA
       01  WS-CLIENTE-CORRENTE.
           03 WS-CLI-COD          PIC 9(05) VALUE ZEROS.
           03 WS-CLI-NOME         PIC X(35) VALUE SPACES.
           03 WS-CLI-CADASTRO     PIC X(01) VALUE 'N'.
           03 WS-CLI-SD-CADASTRO  PIC S9(07)V99 VALUE ZEROS.
           03 WS-CLI-PRIMEIRO     PIC X(01) VALUE 'S'.
           03 WS-CLI-PASSOU-FIM   PIC X(01) VALUE 'N'.
           03 WS-CLI-ABERTO       PIC X(01) VALUE 'N'.
           03 WS-CLI-QT-PERIODO   PIC 9(05) VALUE ZEROS.
           03 WS-CLI-QT-POSTER    PIC 9(05) VALUE ZEROS.
           03 WS-CLI-VL-CRED      PIC 9(08)V99 VALUE ZEROS.
           03 WS-CLI-VL-DEB       PIC 9(08)V99 VALUE ZEROS.
           03 WS-CLI-VL-POSTER    PIC S9(08)V99 VALUE ZEROS.
           03 WS-CLI-SD-CORRENTE  PIC S9(08)V99 VALUE ZEROS.
           03 WS-CLI-SD-ANTERIOR  PIC S9(08)V99 VALUE ZEROS.
           03 WS-CLI-SD-FINAL     PIC S9(08)V99 VALUE ZEROS.
           03 WS-CLI-DIVERGE      PIC X(01) VALUE 'N'.
       77  WS-EM-CLIENTE          PIC X(01) VALUE 'N'.

      * >>> CAMPOS EDITADOS DO EXTRATO
       01  WS-EDICAO.
           03 WS-ED-DATA.
              05 WS-ED-DIA        PIC 9(02).
              05 FILLER           PIC X(01) VALUE '/'.
              05 WS-ED-MES        PIC 9(02).
              05 FILLER           PIC X(01) VALUE '/'.
              05 WS-ED-ANO        PIC 9(04).
           03 WS-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 WS-ED-SALDO         PIC -.---.---.--9,99.
           03 WS-ED-HISTORICO     PIC X(20) VALUE SPACES.
       01  WS-DT-EDITAR           PIC 9(08) VALUE ZEROS.
       01  WS-DT-EDITAR-R REDEFINES WS-DT-EDITAR.
           03 WS-DE-ANO           PIC 9(04).
           03 WS-DE-MES           PIC 9(02).
           03 WS-DE-DIA           PIC 9(02).
       01  WS-ED-INICIO           PIC X(10) VALUE SPACES.
       01  WS-ED-FIM              PIC X(10) VALUE SPACES.

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
            DISPLAY 'PROGRAMA EXTCLIEN - INICIADO'
            DISPLAY 'DIGITE O INICIO DO PERIODO (AAAAMMDD): '
            ACCEPT WS-DT-INICIO
            PERFORM UNTIL WS-DT-INICIO IS NUMERIC
                             AND WS-DT-INICIO > ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-INICIO
            END-PERFORM
            DISPLAY 'DIGITE O FIM DO PERIODO (AAAAMMDD): '
            ACCEPT WS-DT-FIM
            PERFORM UNTIL WS-DT-FIM IS NUMERIC
                             AND WS-DT-FIM NOT < WS-DT-INICIO
               DISPLAY 'DATA INVALIDA! DIGITE UMA DATA AAAAMMDD NAO '
                       'ANTERIOR AO INICIO: '
               ACCEPT WS-DT-FIM
            END-PERFORM
            DISPLAY 'DIGITE O ID DO CLIENTE (00000 PARA TODOS): '
            ACCEPT WS-ID-PEDIDO
            PERFORM UNTIL WS-ID-PEDIDO IS NUMERIC
               DISPLAY 'ID INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-ID-PEDIDO
            END-PERFORM

            PERFORM P050-ABRIR
            PERFORM P100-LER-MOVIMENTO THRU P100-EXIT
                    UNTIL WS-FIM-MOV = 'S'
            PERFORM P450-FECHA-CLIENTE THRU P450-EXIT
            IF WS-ID-PEDIDO > ZEROS AND WS-R-CLIENTES = ZEROS
               DISPLAY 'CLIENTE ' WS-ID-PEDIDO
                       ' SEM MOVIMENTOS NO HISTORICO'
            END-IF
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EXTCLIEN' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP

            MOVE WS-DT-INICIO TO WS-DT-EDITAR
            PERFORM P600-EDITA-DATA THRU P600-EXIT
            MOVE WS-ED-DATA   TO WS-ED-INICIO
            MOVE WS-DT-FIM    TO WS-DT-EDITAR
            PERFORM P600-EDITA-DATA THRU P600-EXIT
            MOVE WS-ED-DATA   TO WS-ED-FIM

            OPEN INPUT CFP001U8
            IF WS-FS-MOV = 35
               MOVE 'S' TO WS-SEM-MOV
               MOVE 'S' TO WS-FIM-MOV
               DISPLAY 'ARQUIVO MOVHIST.DAT INEXISTENTE - NADA A '
                       'EXTRAIR'
            ELSE
               IF WS-FS-MOV NOT = 00
                  MOVE WS-FS-MOV                           TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U8' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
               END-IF
      * >>> CLIENTE PEDIDO: POSICIONA NO PRIMEIRO MOVIMENTO DELE
               MOVE WS-ID-PEDIDO TO MC-ID-CLIENTE
               MOVE ZEROS        TO MC-TIMESTAMP
               MOVE ZEROS        TO MC-SEQUENCIA
               START CFP001U8 KEY IS NOT LESS MC-CHAVE
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-MOV
               END-START
            END-IF

            OPEN INPUT CFP001S4
            IF WS-FS-CLI NOT = 00
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LEITURA DO HISTORICO EM ORDEM DE CLIENTE + TIMESTAMP;
      * >>> TODAS AS DATAS ENTRAM, POIS AS ANTERIORES FORMAM O SALDO
      * >>> ANTERIOR E AS POSTERIORES FECHAM A CONFERENCIA COM O
      * >>> CADASTRO
       S100 SECTION.
       P100-LER-MOVIMENTO.
            READ CFP001U8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-MOV
                      GO TO P100-EXIT
            END-READ
            IF WS-FS-MOV NOT = 00
               MOVE WS-FS-MOV                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001U8'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-ID-PEDIDO > ZEROS
               AND MC-ID-CLIENTE NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-MOV
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-LIDAS
            MOVE MC-TIMESTAMP TO WS-TS-MOV
            MOVE SPACES TO WS-HORA-MOV
            STRING WS-TS-HH ':' WS-TS-MM ':' WS-TS-SS
                   DELIMITED BY SIZE INTO WS-HORA-MOV

            IF WS-EM-CLIENTE = 'N'
               OR MC-ID-CLIENTE NOT = WS-CLI-COD
               PERFORM P450-FECHA-CLIENTE THRU P450-EXIT
               PERFORM P420-NOVO-CLIENTE THRU P420-EXIT
            END-IF
            PERFORM P430-MOVIMENTO THRU P430-EXIT.
       P100-EXIT.
            EXIT.

      * >>> QUEBRA POR CLIENTE, SALDO CORRENTE EM ORDEM DE GRAVACAO E
      * >>> EXTRATO DO PERIODO
       S400 SECTION.
       P420-NOVO-CLIENTE.
            INITIALIZE WS-CLIENTE-CORRENTE
            MOVE 'S'            TO WS-EM-CLIENTE
            MOVE MC-ID-CLIENTE  TO WS-CLI-COD
            MOVE 'S'            TO WS-CLI-PRIMEIRO
            MOVE 'N'            TO WS-CLI-PASSOU-FIM WS-CLI-ABERTO
            MOVE 'N'            TO WS-CLI-DIVERGE
            ADD 1 TO WS-R-CLIENTES

            MOVE MC-ID-CLIENTE  TO ID-CLIENTE
            READ CFP001S4
                 INVALID KEY
                      MOVE 'N' TO WS-CLI-CADASTRO
                      MOVE 'CLIENTE NAO CADASTRADO' TO WS-CLI-NOME
                 NOT INVALID KEY
                      MOVE 'S'         TO WS-CLI-CADASTRO
                      MOVE NM-CLIENTE  TO WS-CLI-NOME
                      MOVE SD-CLIENTE  TO WS-CLI-SD-CADASTRO
            END-READ.
       P420-EXIT.
            EXIT.

      * >>> UM MOVIMENTO DO CLIENTE: ANTES DO PERIODO SO ACUMULA, NO
      * >>> PERIODO VAI PARA O EXTRATO, DEPOIS DO PERIODO ACUMULA OS
      * >>> POSTERIORES PARA A CONFERENCIA COM O CADASTRO
       P430-MOVIMENTO.
            IF WS-CLI-PRIMEIRO = 'S'
               MOVE 'N' TO WS-CLI-PRIMEIRO
               IF MOVCL-COM-SALDO
                  IF MOVCL-CREDITO
                     COMPUTE WS-CLI-SD-CORRENTE =
                             MC-SALDO - MC-VALOR
                  ELSE
                     COMPUTE WS-CLI-SD-CORRENTE =
                             MC-SALDO + MC-VALOR
                  END-IF
               END-IF
            END-IF

            IF WS-TS-DATA > WS-DT-FIM
               IF WS-CLI-PASSOU-FIM = 'N'
                  MOVE 'S' TO WS-CLI-PASSOU-FIM
                  MOVE WS-CLI-SD-CORRENTE TO WS-CLI-SD-FINAL
                  IF WS-CLI-QT-PERIODO = ZEROS
                     MOVE WS-CLI-SD-CORRENTE TO WS-CLI-SD-ANTERIOR
                  END-IF
               END-IF
               ADD 1 TO WS-CLI-QT-POSTER
               IF MOVCL-CREDITO
                  ADD MC-VALOR      TO WS-CLI-VL-POSTER
               ELSE
                  SUBTRACT MC-VALOR FROM WS-CLI-VL-POSTER
               END-IF
            END-IF

            IF MOVCL-CREDITO
               ADD MC-VALOR      TO WS-CLI-SD-CORRENTE
            ELSE
               SUBTRACT MC-VALOR FROM WS-CLI-SD-CORRENTE
            END-IF

            IF WS-TS-DATA NOT < WS-DT-INICIO
               AND WS-TS-DATA NOT > WS-DT-FIM
               IF WS-CLI-QT-PERIODO = ZEROS
                  IF MOVCL-CREDITO
                     COMPUTE WS-CLI-SD-ANTERIOR =
                             WS-CLI-SD-CORRENTE - MC-VALOR
                  ELSE
                     COMPUTE WS-CLI-SD-ANTERIOR =
                             WS-CLI-SD-CORRENTE + MC-VALOR
                  END-IF
                  PERFORM P440-ABRE-EXTRATO THRU P440-EXIT
               END-IF
               ADD 1 TO WS-CLI-QT-PERIODO
               IF MOVCL-CREDITO
                  ADD MC-VALOR TO WS-CLI-VL-CRED
                  MOVE 'CREDITO'  TO WS-ED-HISTORICO
               ELSE
                  ADD MC-VALOR TO WS-CLI-VL-DEB
                  MOVE 'DEBITO '  TO WS-ED-HISTORICO
               END-IF
               IF MOVCL-ESTORNO
                  IF MOVCL-CREDITO
                     MOVE 'ESTORNO DE DEBITO'  TO WS-ED-HISTORICO
                  ELSE
                     MOVE 'ESTORNO DE CREDITO' TO WS-ED-HISTORICO
                  END-IF
               END-IF
               IF MOVCL-ESTORNADO
                  MOVE '(ESTORNADO)' TO WS-ED-HISTORICO(9:)
               END-IF
               MOVE WS-TS-DATA           TO WS-DT-EDITAR
               PERFORM P600-EDITA-DATA THRU P600-EXIT
               MOVE MC-VALOR          TO WS-ED-VALOR
               MOVE WS-CLI-SD-CORRENTE TO WS-ED-SALDO
               MOVE SPACES TO REL-LINHA
               STRING ' ' WS-ED-DATA
                      ' ' WS-HORA-MOV
                      '  ' WS-ED-HISTORICO
                      '  ' WS-ED-VALOR
                      '  ' WS-ED-SALDO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            END-IF.
       P430-EXIT.
            EXIT.

      * >>> ABRE O ARQUIVO DO EXTRATO DO CLIENTE E GRAVA O CABECALHO
      * >>> COM O SALDO ANTERIOR AO PERIODO
       P440-ABRE-EXTRATO.
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/EXTCLI_' WS-CLI-COD '_' WS-TIMESTAMP
                   '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-EXTRATO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EXTRATO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S'   TO WS-CLI-ABERTO
            MOVE ZEROS TO WS-R-LINHAS

            MOVE SPACES TO REL-LINHA
            STRING 'EXTRATO DE CONTA DO CLIENTE - PERIODO DE '
                   WS-ED-INICIO ' A ' WS-ED-FIM
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'CLIENTE ' WS-CLI-COD ' ' WS-CLI-NOME
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' DATA       HORA      HISTORICO'
                   '                       VALOR             SALDO'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE WS-CLI-SD-ANTERIOR TO WS-ED-SALDO
            MOVE SPACES TO REL-LINHA
            STRING ' SALDO ANTERIOR'
                   '                                       '
                   WS-ED-SALDO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT.
       P440-EXIT.
            EXIT.

      * >>> FIM DO CLIENTE: APURA O SALDO FINAL, CONFERE COM O
      * >>> SD-CLIENTE E FECHA/REGISTRA O EXTRATO
       P450-FECHA-CLIENTE.
            IF WS-EM-CLIENTE = 'N'
               GO TO P450-EXIT
            END-IF
            MOVE 'N' TO WS-EM-CLIENTE
            IF WS-CLI-PASSOU-FIM = 'N'
               MOVE WS-CLI-SD-CORRENTE TO WS-CLI-SD-FINAL
               IF WS-CLI-QT-PERIODO = ZEROS
                  MOVE WS-CLI-SD-CORRENTE TO WS-CLI-SD-ANTERIOR
               END-IF
            END-IF
            IF WS-CLI-CADASTRO = 'N'
               OR WS-CLI-SD-CORRENTE NOT = WS-CLI-SD-CADASTRO
               MOVE 'S' TO WS-CLI-DIVERGE
               ADD 1 TO WS-R-DIVERGENTES
               DISPLAY '*** DIVERGENCIA DE SALDO - CLIENTE '
                       WS-CLI-COD
            END-IF

            IF WS-CLI-QT-PERIODO = ZEROS
               AND WS-CLI-DIVERGE = 'N'
               AND WS-ID-PEDIDO = ZEROS
               GO TO P450-EXIT
            END-IF
            IF WS-CLI-ABERTO = 'N'
               PERFORM P440-ABRE-EXTRATO THRU P440-EXIT
               MOVE ' SEM MOVIMENTO NO PERIODO' TO REL-LINHA
               PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            END-IF

            MOVE ALL '-' TO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE WS-CLI-VL-CRED TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL DE CREDITOS DO PERIODO....... ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE WS-CLI-VL-DEB TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL DE DEBITOS DO PERIODO........ ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            MOVE WS-CLI-SD-FINAL TO WS-ED-SALDO
            MOVE SPACES TO REL-LINHA
            STRING ' SALDO FINAL DO PERIODO............. ' WS-ED-SALDO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            IF WS-CLI-QT-POSTER > ZEROS
               MOVE WS-CLI-VL-POSTER TO WS-ED-SALDO
               MOVE SPACES TO REL-LINHA
               STRING ' MOVIMENTOS POSTERIORES AO PERIODO.. '
                      WS-ED-SALDO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P480-GRAVA-LINHA THRU P480-EXIT
               MOVE WS-CLI-SD-CORRENTE TO WS-ED-SALDO
               MOVE SPACES TO REL-LINHA
               STRING ' SALDO APURADO ATE HOJE............. '
                      WS-ED-SALDO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            IF WS-CLI-CADASTRO = 'S'
               MOVE WS-CLI-SD-CADASTRO TO WS-ED-SALDO
               STRING ' SALDO NO CADASTRO (SD-CLIENTE)..... '
                      WS-ED-SALDO
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE ' CLIENTE NAO CONSTA NO CADASTRO (CFP001S4)'
                    TO REL-LINHA
            END-IF
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT
            IF WS-CLI-DIVERGE = 'S'
               MOVE SPACES TO REL-LINHA
               STRING ' *** DIVERGENCIA: SALDO APURADO DIFERENTE DO '
                      'CADASTRO ***'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE ' SALDO CONFERE COM O CADASTRO' TO REL-LINHA
            END-IF
            PERFORM P480-GRAVA-LINHA THRU P480-EXIT

            CLOSE REL-EXTRATO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-EXTRATO'         TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'N' TO WS-CLI-ABERTO
            ADD 1 TO WS-R-EXTRATOS

            MOVE 'EXTCLIEN'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P450-EXIT.
            EXIT.

       P480-GRAVA-LINHA.
            WRITE REL-LINHA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO REL-EXTRATO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-LINHAS.
       P480-EXIT.
            EXIT.

      * >>> AAAAMMDD PARA DD/MM/AAAA
       S600 SECTION.
       P600-EDITA-DATA.
            MOVE WS-DE-DIA TO WS-ED-DIA
            MOVE WS-DE-MES TO WS-ED-MES
            MOVE WS-DE-ANO TO WS-ED-ANO.
       P600-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-MOV = 'N'
               CLOSE CFP001U8
            END-IF
            CLOSE CFP001S4
            IF WS-FS-CLI NOT = 00 THEN
               MOVE WS-FS-CLI                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S4'    TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EXTCLIEN'
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
            MOVE 'EXTCLIEN' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EXTCLIEN FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' MOVIMENTOS LIDOS.........: ' WS-R-LIDAS
            DISPLAY ' CLIENTES COM MOVIMENTO....: ' WS-R-CLIENTES
            DISPLAY ' EXTRATOS EMITIDOS.........: ' WS-R-EXTRATOS
            DISPLAY ' CLIENTES COM DIVERGENCIA..: ' WS-R-DIVERGENTES
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM EXTCLIEN.
