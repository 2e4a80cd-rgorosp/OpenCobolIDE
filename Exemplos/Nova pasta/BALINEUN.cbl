      * Update: 09-08-26 - CAMINHOS DOS ARQUIVOS PASSAM A SER
      *         CONFIGURAVEIS POR VARIAVEL DE AMBIENTE (WS-CAMINHO-*),
      *         MANTENDO O CAMINHO ATUAL COMO VALOR PADRAO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALINEUN.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * >>> INICIO DO PROCESSAMENTO
       PROCEDURE DIVISION.
       S000 SECTION.
       P001-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR

            INITIALIZE REG-CONTATOU
       P001-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BALINEUN' TO WS-LY-PROGRAMA
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

      * >>> SOBREPOE OS CAMINHOS PADRAO PELAS VARIAVEIS DE AMBIENTE,
      * >>> SE ELAS ESTIVEREM DEFINIDAS
       S099-CAMINHOS SECTION.
