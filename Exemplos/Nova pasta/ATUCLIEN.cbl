      *          SITUACAO DO CLIENTE, COM CONFERENCIA DA ALTERACAO
      *          ANTES DO REWRITE, NOS MOLDES DO ATUCONTA; CLIENTE COM
      *          EXCLUSAO LOGICA E TRATADO COMO INEXISTENTE
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUCLIEN.
           03 WS-NM-ANTIGO       PIC X(35) VALUE SPACES.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-ATUALIZA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ATUCLIEN' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001S4
