      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DE REPOSICAO DE ESTOQUE - LISTA OS ITENS
      *          ATIVOS DO ESTOQUE.DAT (CFP001U1) COM SALDO NO PONTO
      *          DE REPOSICAO OU ABAIXO DELE, COM A QUANTIDADE QUE
      *          FALTA PARA O MINIMO, E AS VENDAS DO MES PEDIDO (AAAAMM)
      *          POR ITEM, SOMADAS DOS MOVIMENTOS 'V' DO ESTMOVTO.DAT
      *          (CFP001U2, GRAVADOS PELO VENDESTQ).
      *          SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTOQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U1 ASSIGN TO "C:/ARQUIVOS/ESTOQUE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EQ-CD-ITEM
                  FILE STATUS  IS WS-FS-EST.
           SELECT CFP001U2 ASSIGN TO "C:/ARQUIVOS/ESTMOVTO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MV-CHAVE
                  FILE STATUS  IS WS-FS-MOV.
           SELECT REL-ESTOQ ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U1.
           COPY REGESTOQ.
       FD  CFP001U2.
           COPY REGMOVES.
       FD  REL-ESTOQ.
       01  REL-LINHA             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EST          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MOV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-MOVTOS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-ANO-MES-R REDEFINES WS-ANO-MES.
              05 WS-ANO          PIC 9(04).
              05 WS-MES          PIC 9(02).
           03 WS-FIM-EST         PIC X(01) VALUE 'N'.
           03 WS-FIM-MOV         PIC X(01) VALUE 'N'.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-ITENS         PIC 9(05) VALUE ZEROS.
           03 WS-R-REPOR         PIC 9(05) VALUE ZEROS.
           03 WS-R-VENDIDOS      PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> VENDAS DO ITEM NO MES E TOTAIS GERAIS
       01  WS-TOTAIS.
           03 WS-IT-QT-VENDAS    PIC 9(05) VALUE ZEROS.
           03 WS-IT-QT-VENDIDA   PIC 9(07) VALUE ZEROS.
           03 WS-IT-VL-VENDIDO   PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-QT-VENDIDA   PIC 9(07) VALUE ZEROS.
           03 WS-TT-VL-VENDIDO   PIC 9(09)V99 VALUE ZEROS.
           03 WS-TT-QT-FALTA     PIC 9(07) VALUE ZEROS.

      * >>> CAMPOS EDITADOS DA LINHA
       01  WS-EDITADOS.
           03 WS-ED-SALDO        PIC ZZ.ZZ9.
           03 WS-ED-MINIMO       PIC ZZ.ZZ9.
           03 WS-ED-FALTA        PIC ZZ.ZZ9.
           03 WS-ED-VENDAS       PIC ZZ.ZZ9.
           03 WS-ED-QTDE         PIC Z.ZZZ.ZZ9.
           03 WS-ED-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           03 WS-ED-PRECO        PIC ZZ.ZZ9,99.
       77  WS-FALTA               PIC 9(05) VALUE ZEROS.

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

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA RELESTOQ - INICIADO'
            DISPLAY 'DIGITE O MES DAS VENDAS (AAAAMM): '
            ACCEPT WS-ANO-MES
            PERFORM UNTIL WS-ANO-MES IS NUMERIC
                          AND WS-ANO > 2000
                          AND WS-MES > ZEROS
                          AND WS-MES < 13
               DISPLAY 'MES INVALIDO! DIGITE NO FORMATO AAAAMM: '
               ACCEPT WS-ANO-MES
            END-PERFORM

            PERFORM P050-ABRIR
            PERFORM P100-REPOSICAO THRU P100-EXIT
            PERFORM P200-VENDAS THRU P200-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ESTOQUE_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001U1
            IF WS-FS-EST NOT = 00
               MOVE WS-FS-EST                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MOVIMENTOS AINDA, AS VENDAS DO MES SAEM ZERADAS
            OPEN INPUT CFP001U2
            IF WS-FS-MOV NOT = 00
               MOVE 'S' TO WS-SEM-MOVTOS
            END-IF

            OPEN OUTPUT REL-ESTOQ
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ESTOQ' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> PARTE 1 - ITENS ATIVOS NO PONTO DE REPOSICAO OU ABAIXO
       S100 SECTION.
       P100-REPOSICAO.
            MOVE SPACES TO REL-LINHA
            STRING 'ITENS A REPOR - SALDO NO PONTO DE REPOSICAO OU'
                   ' ABAIXO'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ITEM  DESCRICAO                      TP TAM'
                   ' SERIE       SALDO MINIMO  FALTA'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            MOVE ZEROS TO EQ-CD-ITEM
            MOVE 'N'   TO WS-FIM-EST
            START CFP001U1 KEY IS NOT LESS EQ-CD-ITEM
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-EST
            END-START
            PERFORM P110-ITEM-REPOR THRU P110-EXIT
                    UNTIL WS-FIM-EST = 'S'

            IF WS-R-REPOR = ZEROS
               MOVE 'NENHUM ITEM ABAIXO DO PONTO DE REPOSICAO'
                    TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-REPOR     TO WS-ED-VENDAS
            MOVE WS-TT-QT-FALTA TO WS-ED-QTDE
            MOVE SPACES TO REL-LINHA
            STRING 'ITENS A REPOR: ' WS-ED-VENDAS
                   '   UNIDADES PARA O MINIMO: ' WS-ED-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P100-EXIT.
            EXIT.

       P110-ITEM-REPOR.
            READ CFP001U1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-EST
                      GO TO P110-EXIT
            END-READ
            ADD 1 TO WS-R-ITENS
            IF ITEM-INATIVO
               OR EQ-QT-ESTOQUE GREATER EQ-QT-MINIMO
               GO TO P110-EXIT
            END-IF
            ADD 1 TO WS-R-REPOR
            COMPUTE WS-FALTA = EQ-QT-MINIMO - EQ-QT-ESTOQUE
            ADD WS-FALTA TO WS-TT-QT-FALTA
            MOVE EQ-QT-ESTOQUE TO WS-ED-SALDO
            MOVE EQ-QT-MINIMO  TO WS-ED-MINIMO
            MOVE WS-FALTA      TO WS-ED-FALTA
            MOVE SPACES TO REL-LINHA
            STRING EQ-CD-ITEM ' ' EQ-DESCRICAO ' ' EQ-TP-ITEM
                   ' ' EQ-TAMANHO ' ' EQ-SERIE ' ' WS-ED-SALDO
                   ' ' WS-ED-MINIMO ' ' WS-ED-FALTA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P110-EXIT.
            EXIT.

      * >>> PARTE 2 - VENDAS DO MES POR ITEM (MOVIMENTOS 'V')
       S200 SECTION.
       P200-VENDAS.
            MOVE SPACES TO REL-LINHA
            STRING 'VENDAS DO MES ' WS-MES '/' WS-ANO ' POR ITEM'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ITEM  DESCRICAO                      TP TAM'
                   ' SERIE      VENDAS     PRECO   QUANTIDADE'
                   '          VALOR'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            IF WS-SEM-MOVTOS = 'N'
               MOVE ZEROS TO EQ-CD-ITEM
               MOVE 'N'   TO WS-FIM-EST
               START CFP001U1 KEY IS NOT LESS EQ-CD-ITEM
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-EST
               END-START
               PERFORM P210-ITEM-VENDAS THRU P210-EXIT
                       UNTIL WS-FIM-EST = 'S'
            END-IF

            IF WS-R-VENDIDOS = ZEROS
               MOVE 'NENHUMA VENDA NO MES' TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-TT-QT-VENDIDA TO WS-ED-QTDE
            MOVE WS-TT-VL-VENDIDO TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING 'TOTAL VENDIDO NO MES'
                   '                                           '
                   ' ' WS-ED-QTDE ' ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P200-EXIT.
            EXIT.

       P210-ITEM-VENDAS.
            READ CFP001U1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-EST
                      GO TO P210-EXIT
            END-READ
            MOVE ZEROS TO WS-IT-QT-VENDAS
            MOVE ZEROS TO WS-IT-QT-VENDIDA
            MOVE ZEROS TO WS-IT-VL-VENDIDO

            MOVE EQ-CD-ITEM  TO MV-CD-ITEM
            MOVE WS-ANO-MES  TO MV-DT-MOVIMENTO(1:6)
            MOVE '01'        TO MV-DT-MOVIMENTO(7:2)
            MOVE ZEROS       TO MV-SEQUENCIA
            MOVE 'N'         TO WS-FIM-MOV
            START CFP001U2 KEY IS NOT LESS MV-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-MOV
            END-START
            PERFORM P220-MOVIMENTO THRU P220-EXIT
                    UNTIL WS-FIM-MOV = 'S'
            IF WS-IT-QT-VENDAS = ZEROS
               GO TO P210-EXIT
            END-IF

            ADD 1                TO WS-R-VENDIDOS
            ADD WS-IT-QT-VENDIDA TO WS-TT-QT-VENDIDA
            ADD WS-IT-VL-VENDIDO TO WS-TT-VL-VENDIDO
            MOVE WS-IT-QT-VENDAS  TO WS-ED-VENDAS
            MOVE EQ-VL-UNITARIO   TO WS-ED-PRECO
            MOVE WS-IT-QT-VENDIDA TO WS-ED-QTDE
            MOVE WS-IT-VL-VENDIDO TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING EQ-CD-ITEM ' ' EQ-DESCRICAO ' ' EQ-TP-ITEM
                   ' ' EQ-TAMANHO ' ' EQ-SERIE ' ' WS-ED-VENDAS
                   ' ' WS-ED-PRECO ' ' WS-ED-QTDE ' ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P210-EXIT.
            EXIT.

       P220-MOVIMENTO.
            READ CFP001U2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-MOV
                      GO TO P220-EXIT
            END-READ
            IF MV-CD-ITEM NOT = EQ-CD-ITEM
               OR MV-DT-MOVIMENTO(1:6) NOT = WS-ANO-MES
               MOVE 'S' TO WS-FIM-MOV
               GO TO P220-EXIT
            END-IF
            IF MOVTO-VENDA
               ADD 1             TO WS-IT-QT-VENDAS
               ADD MV-QUANTIDADE TO WS-IT-QT-VENDIDA
               ADD MV-VL-TOTAL   TO WS-IT-VL-VENDIDO
            END-IF.
       P220-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U1
            IF WS-SEM-MOVTOS = 'N'
               CLOSE CFP001U2
            END-IF
            CLOSE REL-ESTOQ
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-ESTOQ'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELESTOQ'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELESTOQ'
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
            MOVE 'RELESTOQ' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELESTOQ FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ITENS LIDOS........: ' WS-R-ITENS
            DISPLAY ' ITENS A REPOR......: ' WS-R-REPOR
            DISPLAY ' ITENS VENDIDOS.....: ' WS-R-VENDIDOS
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELESTOQ.
