      *          PELO CPF NA CHAVE ALTERNATIVA DO CONTATOS.DAT E O
      *          NOME E CONFERIDO NA TELA ANTES DE GRAVAR. A LISTA DO
      *          PORTAO POR TURMA/TURNO E O RELPORTA
      * Update: 15-10-26 - CPF DO ADULTO NA LISTA DE AUTORIZADOS
      *         EXIBIDO PELO MASCCPF, CONFORME O NIVEL DO OPERADOR
      * Update: 15-10-26 - ADULTO LOCALIZADO PELO CPF E REGISTRADO
      *         NO ACESSO.LOG PELO GRVACESS, COM O OPERADOR E O
      *         MOTIVO DA CONSULTA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTRE.
           03 WS-DT-FIM          PIC 9(08) VALUE ZEROS.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

      * AREA DE COMUNICACAO COM A MASCARA DE CPF (MASCCPF)
       01  WS-MC-AREA.
           03 WS-MC-SUBSISTEMA   PIC X(01) VALUE SPACES.
           03 WS-MC-CPF          PIC 9(11) VALUE ZEROS.
           03 WS-MC-CPF-EDITADO  PIC X(14) VALUE SPACES.
           03 WS-MC-CPF-NUMERICO PIC 9(11) VALUE ZEROS.
           03 WS-MC-COMPLETO     PIC X(01) VALUE 'N'.

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
            PERFORM P100-MENU THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADAUTRE' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001SX
                              ' - CADASTRE O ADULTO ANTES!'
                      GO TO P200-EXIT
            END-READ
            MOVE 'C'          TO WS-AC-TP-PESSOA
            MOVE ID-CONTATO   TO WS-AC-ID-PESSOA
            MOVE CPF-CONTATO  TO WS-AC-CPF
            MOVE WS-CPF-BUSCA TO WS-AC-BUSCA
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT
            DISPLAY 'ADULTO LOCALIZADO: ' ID-CONTATO ' ' NM-CONTATO
            DISPLAY 'CONFIRMA ESTE ADULTO, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ
            MOVE 'C'         TO WS-MC-SUBSISTEMA
            MOVE CPF-CONTATO TO WS-MC-CPF
            CALL 'MASCCPF' USING WS-MC-AREA
            DISPLAY ' ' AR-TIPO ' ' ID-CONTATO ' ' NM-CONTATO
                    ' CPF ' WS-MC-CPF-EDITADO
                    ' VIGENCIA ' AR-DT-INICIO ' A ' AR-DT-FIM.
       P450-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'CADAUTRE' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SX
