      *         AAAAMMDDHHMMSS.REL) PARA NAO SOBREPOR A GERACAO
      *         ANTERIOR, E CADA GERACAO E REGISTRADA NO CATALOGO DE
      *         RELATORIOS (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALINEIN.
           03 WS-DC-QTD-DIAS      PIC S9(05).
           03 WS-DC-DATA-SAIDA    PIC 9(08).
           03 WS-DC-MENSAGEM      PIC X(40).

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P001-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR
                       WS-CONTADORES
                       WS-FLAGS
       P001-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BALINEIN' TO WS-LY-PROGRAMA
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
