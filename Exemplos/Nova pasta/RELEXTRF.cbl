      *          ASSIM AS FAMILIAS COM DOIS OU TRES MATRICULADOS
      *          RECEBEM UMA UNICA FATURA. SAIDA COM TIMESTAMP
      *          REGISTRADA NO CATALOGO (RELCATAL) PARA REIMPRESSAO
      * Update: 15-10-26 - O FECHAMENTO DA FAMILIA TRAZ O CREDITO
      *         DISPONIVEL DO RESPONSAVEL (CREDITOS.DAT, PELO
      *         CREDFAMI) E O LIQUIDO A PAGAR DESCONTADO O CREDITO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXTRF.
           03 WS-TOT-FAMILIA     PIC 9(08)V99 VALUE ZEROS.
           03 WS-R-EXTRATOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-VL-A-PAGAR      PIC 9(08)V99 VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CREDITO DA FAMILIA (CREDFAMI)
       01  WS-CREDITO-AREA.
           03 WS-CF-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CF-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-CF-ID-CONTATO    PIC 9(05) VALUE ZEROS.
           03 WS-CF-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-CF-NR-SEQ        PIC 9(02) VALUE ZEROS.
           03 WS-CF-PD-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-CF-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-CF-ORIGEM        PIC X(01) VALUE SPACES.
           03 WS-CF-VALOR         PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-USADO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-SALDO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RELEXTRF - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELEXTRF' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
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
            STRING ' TOTAL DA FAMILIA: ' WS-TOT-FAMILIA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM P520-CREDITO-FAMILIA THRU P520-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'N' TO WS-TEM-EXTRATO.
       P500-EXIT.
            EXIT.

      * >>> CREDITO DISPONIVEL DO RESPONSAVEL (CREDFAMI) E O LIQUIDO
      * >>> QUE A FAMILIA AINDA TEM A PAGAR
       P520-CREDITO-FAMILIA.
            MOVE 'S'            TO WS-CF-FUNCAO
            MOVE ZEROS          TO WS-CF-ID-ALUNO
            MOVE WS-RF-CORRENTE TO WS-CF-ID-CONTATO
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            END-IF
            IF WS-CF-VL-SALDO = ZEROS
               GO TO P520-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING ' CREDITO DISPONIVEL: ' WS-CF-VL-SALDO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ZEROS TO WS-VL-A-PAGAR
            IF WS-TOT-FAMILIA > WS-CF-VL-SALDO
               COMPUTE WS-VL-A-PAGAR =
                       WS-TOT-FAMILIA - WS-CF-VL-SALDO
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING ' LIQUIDO A PAGAR...: ' WS-VL-A-PAGAR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P520-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SL
