      *         TRATAR ERRO DE ABERTURA PELO MESMO PADRAO FSTATDIC/
      *         P800-ERRO USADO NO RESTANTE DO PROGRAMA, EM VEZ DE UM
      *         DISPLAY SIMPLES SEGUIDO DE PERFORM P090-FINALIZA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAMOD2.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000-INI SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR
            PERFORM P095-ABRIR-LOG THRU P095-EXIT
            PERFORM P096-ABRIR-MATERIAS THRU P096-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'DESAMOD2' TO WS-LY-PROGRAMA
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

      * >>> ABRE O ARQUIVO DE HISTORICO DE BOLETINS PARA ACRESCIMO
       S095-ABRIR-LOG SECTION.
       P095-ABRIR-LOG.
