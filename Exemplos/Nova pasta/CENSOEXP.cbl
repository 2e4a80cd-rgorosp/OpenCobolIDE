      *          DATA DE NASCIMENTO OU SEM UNIDADE E APONTADO, E OS
      *          TOTAIS DO ARQUIVO SAO CONFERIDOS CONTRA AS CONTAGENS
      *          DO MESTRE PARA A ASSINATURA DA SUBMISSAO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOEXP.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA CENSOEXP - INICIADO'
            DISPLAY 'DIGITE O ANO DO CENSO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CENSOEXP' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
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
