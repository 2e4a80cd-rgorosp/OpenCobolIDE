      *         O HISTORICO DO ALUNO NO OCORREN.DAT (CFP001ST, MANTIDO
      *         PELO CADOCORR) SAI NA VISAO 360 COM DATA, SEVERIDADE,
      *         DESCRICAO E O OPERADOR QUE REGISTROU
      * Update: 15-10-26 - CADA ALUNO CONSULTADO NA VISAO 360 E
      *         REGISTRADO NO ACESSO.LOG PELO GRVACESS, COM O
      *         OPERADOR E O MOTIVO DA CONSULTA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON360AL.
           03 WS-ACHOU-ALGO      PIC X(01) VALUE 'N'.
           03 WS-LINHAS-TELA     PIC 9(02) VALUE ZEROS.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM O REGISTRO DE ACESSO (GRVACESS)
       01  WS-ACESSO-AREA.
           03 WS-AC-PROGRAMA     PIC X(08) VALUE SPACES.
           03 WS-AC-TP-PESSOA    PIC X(01) VALUE SPACES.
           03 WS-AC-ID-PESSOA    PIC 9(05) VALUE ZEROS.
           03 WS-AC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-AC-BUSCA        PIC X(20) VALUE SPACES.
           03 WS-AC-MOTIVO       PIC X(02) VALUE SPACES.
           03 WS-AC-RETORNO      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-CONSULTA THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CON360AL' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
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
            OPEN INPUT CFP001S1
                      GO TO P120-EXIT
            END-READ

            MOVE 'A'          TO WS-AC-TP-PESSOA
            MOVE ID-ALUNO     TO WS-AC-ID-PESSOA
            MOVE CPF-ALUNO    TO WS-AC-CPF
            MOVE WS-ID-PEDIDO TO WS-AC-BUSCA
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT

            MOVE ZEROS TO WS-LINHAS-TELA
            PERFORM P200-CADASTRO THRU P200-EXIT
            IF WS-SEM-RESP = 'N'
       P630-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'CON360AL' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
