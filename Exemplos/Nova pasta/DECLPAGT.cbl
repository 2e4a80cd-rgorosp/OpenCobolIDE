      *          EFETIVAMENTE RECEBIDO NO ANO POR ALUNO VINCULADO,
      *          SOMADO DOS DETALHES DE PAGAMENTO (PAGDETAL.DAT).
      *          SAIDA COM TIMESTAMP REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - DETALHE DE ORIGEM 'S' (CREDITO DA FAMILIA
      *         USADO NA COBRANCA) NAO ENTRA NA SOMA: O DINHEIRO JA FOI
      *         DECLARADO NO PAGAMENTO QUE GEROU O CREDITO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLPAGT.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA DECLPAGT - INICIADO'
            DISPLAY 'DIGITE O ANO-CALENDARIO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'DECLPAGT' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
               GO TO P250-EXIT
            END-IF
            IF PD-DT-PAGAMENTO(1:4) = WS-ANO-PEDIDO
               AND NOT PAGTO-CREDITO
               ADD PD-VALOR-PAGO TO WS-TOT-ALUNO
            END-IF.
       P250-EXIT.
