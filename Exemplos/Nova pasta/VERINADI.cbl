      *                    'A' = AVISAR (ACIMA DO LIMITE DE AVISO)
      *                    'B' = BLOQUEAR (ACIMA DO LIMITE DE BLOQUEIO)
      *          O CADMATRI CONSULTA ANTES DE ACEITAR A MATRICULA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERINADI.
           03 WS-ALUNO-SOMA      PIC 9(05) VALUE ZEROS.
           03 WS-VL-ABERTO       PIC 9(05)V99 VALUE ZEROS.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            MOVE SPACES TO LK-MENSAGEM
            MOVE ZEROS  TO LK-VL-ABERTO
            MOVE 'O'    TO LK-ACAO
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'VERINADI' TO WS-LY-PROGRAMA
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

       S030 SECTION.
       P030-LER-LIMITES.
            OPEN INPUT ARQ-LIMITES
