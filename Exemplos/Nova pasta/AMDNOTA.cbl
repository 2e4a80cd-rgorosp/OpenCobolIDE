      *          RETIFICACOES (AMDNOTA.LOG) COM DATA E HORA, PARA QUE
      *          UMA CORRECAO LEGITIMA SEJA SEMPRE DISTINGUIVEL DE
      *          ADULTERACAO. O RELATORIO PARA O CONSELHO E O RELAMEND
      * Update: 15-10-26 - SITUACAO 'C' (APROVADO PELO CONSELHO DE
      *         CLASSE) E MANTIDA QUANDO A NOVA MEDIA FICA ABAIXO DA
      *         NOTA DE APROVACAO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMDNOTA.
       01  WS-IMAGEM-ANTES       PIC X(42) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS      PIC X(42) VALUE SPACES.

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
            PERFORM P100-RETIFICA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'AMDNOTA' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001S3
            MOVE WS-MEDIA        TO NT-MEDIA
            MOVE WS-RECUPERACAO  TO NT-RECUPERACAO
            MOVE WS-MEDIA-FINAL  TO NT-MEDIA-FINAL
      * >>> APROVACAO DADA PELO CONSELHO DE CLASSE (CADCONSE) NAO
      * >>> CAI COM A RETIFICACAO; SO O CONSELHO A DESFAZ
            IF WS-MEDIA-FINAL NOT LESS NT-APROVACAO THEN
               MOVE 'A' TO NT-SITUACAO
            ELSE
               IF NOT NOTA-APROV-CONSELHO
                  MOVE 'R' TO NT-SITUACAO
               END-IF
            END-IF

            REWRITE REG-CFP001S3
