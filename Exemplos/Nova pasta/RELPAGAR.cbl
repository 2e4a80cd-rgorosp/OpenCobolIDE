      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DE TITULOS A PAGAR - LISTA OS TITULOS DE
      *          FORNECEDORES EM ABERTO NO CONTAPAG.DAT (CFP001T5,
      *          MANTIDO PELO CADPAGAR) COM VENCIMENTO ATE A DATA DE
      *          REFERENCIA MAIS O HORIZONTE PEDIDO (PADRAO 30 DIAS),
      *          EM ORDEM DE VENCIMENTO (SORT, NOS MOLDES DO RELINAD).
      *          TITULO VENCIDO NA DATA DE REFERENCIA SAI MARCADO COM
      *          OS DIAS DE ATRASO; NO FIM, TOTAIS DE VENCIDOS E A
      *          VENCER. SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAGAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T5 ASSIGN TO "C:/ARQUIVOS/CONTAPAG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CP-NR-TITULO
                  FILE STATUS  IS WS-FS-PAG.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT WORK-PAGAR ASSIGN TO "C:/ARQUIVOS/PAGARWRK.TMP".
           SELECT REL-PAGAR ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T5.
           COPY REGCPAGA.
       FD  CONTATOS.
           COPY REGCONTT.
       SD  WORK-PAGAR.
       01  WRK-PAGAR.
           03 WRK-DT-VENCIMENTO  PIC 9(08).
           03 WRK-NR-TITULO      PIC 9(06).
           03 WRK-ID-FORNECEDOR  PIC 9(05).
           03 WRK-DOCUMENTO      PIC X(15).
           03 WRK-VALOR          PIC 9(07)V99.
       FD  REL-PAGAR.
       01  REL-LINHA             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PAG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-REFERENCIA   PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-HORIZONTE  PIC 9(03) VALUE ZEROS.
           03 WS-DT-LIMITE       PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
           03 WS-ED-ATRASO       PIC ZZZZ9.
           03 WS-SITUACAO        PIC X(16) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-VENCIDOS     PIC 9(05) VALUE ZEROS.
           03 WS-VL-VENCIDOS     PIC 9(09)V99 VALUE ZEROS.
           03 WS-QT-A-VENCER     PIC 9(05) VALUE ZEROS.
           03 WS-VL-A-VENCER     PIC 9(09)V99 VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
       77  WS-FIM-SORT            PIC X(01) VALUE 'N'.

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

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RELPAGAR - INICIADO'
            DISPLAY 'DIGITE A DATA DE REFERENCIA (AAAAMMDD): '
            ACCEPT WS-DT-REFERENCIA
            PERFORM UNTIL WS-DT-REFERENCIA IS NUMERIC
                            AND WS-DT-REFERENCIA > ZEROS
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-REFERENCIA
            END-PERFORM
            DISPLAY 'DIAS A FRENTE A LISTAR (000 = 30 DIAS): '
            ACCEPT WS-DIAS-HORIZONTE
            IF WS-DIAS-HORIZONTE IS NOT NUMERIC
               OR WS-DIAS-HORIZONTE = ZEROS
               MOVE 30 TO WS-DIAS-HORIZONTE
            END-IF
            COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)
                     + WS-DIAS-HORIZONTE)

            PERFORM P050-ABRIR
            SORT WORK-PAGAR
                 ON ASCENDING KEY WRK-DT-VENCIMENTO
                                  WRK-NR-TITULO
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S400
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELPAGAR' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CONTAPAG_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001T5
            IF WS-FS-PAG NOT = 00
               MOVE WS-FS-PAG                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-PAGAR
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-PAGAR' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING 'TITULOS A PAGAR NA DATA ' WS-DT-REFERENCIA
                   ' - VENCIMENTOS ATE ' WS-DT-LIMITE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: TITULO EM ABERTO COM VENCIMENTO ATE A
      * >>> DATA LIMITE VIRA UM REGISTRO DO WORK FILE
       S100 SECTION.
       P100-ENTRADA.
            PERFORM P110-PROCESSA THRU P110-EXIT
                    UNTIL WS-FS-PAG = 10
            GO TO P190-FIM-ENTRADA.

       P110-PROCESSA.
            READ CFP001T5
            IF WS-FS-PAG NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-PAG                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001T5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-PAG = 00 AND TITULO-ABERTO
               AND CP-DT-VENCIMENTO NOT > WS-DT-LIMITE
               MOVE CP-DT-VENCIMENTO TO WRK-DT-VENCIMENTO
               MOVE CP-NR-TITULO     TO WRK-NR-TITULO
               MOVE CP-ID-FORNECEDOR TO WRK-ID-FORNECEDOR
               MOVE CP-DOCUMENTO     TO WRK-DOCUMENTO
               MOVE CP-VALOR         TO WRK-VALOR
               RELEASE WRK-PAGAR
            END-IF.
       P110-EXIT.
            EXIT.

       P190-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: UMA LINHA POR TITULO, MARCANDO O ATRASO
       S400 SECTION.
       P400-IMPRIME.
            MOVE 'N' TO WS-FIM-SORT
            PERFORM P410-UM-RETORNO THRU P410-EXIT
                    UNTIL WS-FIM-SORT = 'S'

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'VENCIDOS.: QTDE ' WS-QT-VENCIDOS
                   ' VALOR ' WS-VL-VENCIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'A VENCER.: QTDE ' WS-QT-A-VENCER
                   ' VALOR ' WS-VL-A-VENCER
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            GO TO P490-FIM-SAIDA.

       P410-UM-RETORNO.
            RETURN WORK-PAGAR
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P410-EXIT
            END-RETURN

            MOVE WRK-ID-FORNECEDOR TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE '** NAO ENCONTRADO **' TO NM-CONTATO
            END-READ

            IF WRK-DT-VENCIMENTO < WS-DT-REFERENCIA
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA) -
                       FUNCTION INTEGER-OF-DATE (WRK-DT-VENCIMENTO)
                       ON SIZE ERROR
                          MOVE ZEROS TO WS-DIAS-ATRASO
               END-COMPUTE
               MOVE WS-DIAS-ATRASO TO WS-ED-ATRASO
               MOVE SPACES TO WS-SITUACAO
               STRING 'VENCIDO ' WS-ED-ATRASO 'D'
                      DELIMITED BY SIZE INTO WS-SITUACAO
               ADD 1         TO WS-QT-VENCIDOS
               ADD WRK-VALOR TO WS-VL-VENCIDOS
            ELSE
               MOVE 'A VENCER' TO WS-SITUACAO
               ADD 1         TO WS-QT-A-VENCER
               ADD WRK-VALOR TO WS-VL-A-VENCER
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING WRK-DT-VENCIMENTO
                   ' TIT ' WRK-NR-TITULO
                   ' ' WRK-ID-FORNECEDOR
                   ' ' NM-CONTATO
                   ' DOC ' WRK-DOCUMENTO
                   ' ' WRK-VALOR
                   ' ' WS-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P410-EXIT.
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
            CLOSE CFP001T5
            CLOSE CONTATOS
            CLOSE REL-PAGAR
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-PAGAR'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELPAGAR'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELPAGAR'
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
            MOVE 'RELPAGAR' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELPAGAR FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TITULOS VENCIDOS...: ' WS-QT-VENCIDOS
            DISPLAY ' TITULOS A VENCER...: ' WS-QT-A-VENCER
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELPAGAR.
