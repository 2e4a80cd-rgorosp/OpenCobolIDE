      *          BLOQUEIA). COM LIMITE CONFIGURADO, O BATPGM1 REJEITA
      *          O DEBITO QUE DEIXARIA O SALDO ALEM DO LIMITE, E O
      *          RELLIMIT LISTA OS CLIENTES JA ESTOURADOS
      * Update: 15-10-26 - CLIENTE BLOQUEADO PELO BATPGM1 (ESTOURO DO
      *         LIMITE) E DESBLOQUEADO QUANDO O NOVO LIMITE COBRE O
      *         SALDO ATUAL, OU QUANDO O LIMITE E ZERADO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLIMIT.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-NOVO-LIMITE     PIC 9(07)V99 VALUE ZEROS.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-MANUTENCAO THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADLIMIT' TO WS-LY-PROGRAMA
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
            END-PERFORM

            MOVE WS-NOVO-LIMITE TO LIM-CLIENTE
            IF CLIENTE-BLOQUEADO
               AND (LIM-CLIENTE = ZEROS
                    OR SD-CLIENTE NOT < ZEROS - LIM-CLIENTE)
               SET CLIENTE-ATIVO TO TRUE
               DISPLAY 'CLIENTE DESBLOQUEADO PELO NOVO LIMITE'
            END-IF
            REWRITE REG-CLIENTES
                 INVALID KEY
                      DISPLAY 'LIMITE NAO ALTERADO'
