      *         EM VEZ DE VARRER O ARQUIVO DESDE O INICIO; A LEITURA
      *         PARA TAO LOGO O NOME LIDO DEIXA DE CASAR COM O PREFIXO
      *         PROCURADO, JA QUE A ORDEM PASSA A SER POR NOME
      * Update: 15-10-26 - TODO CONTATO EXIBIDO (POR ID, NOME OU CPF)
      *         E REGISTRADO NO ACESSO.LOG PELO GRVACESS, COM O
      *         OPERADOR, A BUSCA DIGITADA E O MOTIVO DA CONSULTA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCONTA.
       01  WS-ACHOU-NOME          PIC X(01) VALUE 'N'.
       01  WS-PARAR-BUSCA         PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

      * >>> AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40).
      * >>> INICIO DO PROGRAMA

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
            DISPLAY LK-MENSAGEM
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CONCONTA' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CONTATOS
                          DISPLAY ' '
                       ELSE
                          ADD 1 TO WS-R-CON
                          MOVE ID-CONTATO TO WS-AC-BUSCA
                          PERFORM P160-ACESSO-CONTATO THRU P160-EXIT
                          DISPLAY 'CONTATOS: ' WS-REG-CONTATOS
                          DISPLAY ' '
                       END-IF
                         DISPLAY ' '
                      ELSE
                         ADD 1 TO WS-R-CON
                         MOVE WS-CPF-BUSCA TO WS-AC-BUSCA
                         PERFORM P160-ACESSO-CONTATO THRU P160-EXIT
                         DISPLAY 'CONTATOS: ' WS-REG-CONTATOS
                         DISPLAY ' '
                      END-IF
                         IF WS-ST-CONTATO NOT = 'I'
                            MOVE 'S' TO WS-ACHOU-NOME
                            ADD 1 TO WS-R-CON
                            MOVE WS-NOME-BUSCA TO WS-AC-BUSCA
                            PERFORM P160-ACESSO-CONTATO THRU P160-EXIT
                            DISPLAY 'CONTATOS: ' WS-REG-CONTATOS
                            DISPLAY ' '
                         END-IF
       P120-EXIT.
            EXIT.

       S160 SECTION.
       P160-ACESSO-CONTATO.
            MOVE 'C'         TO WS-AC-TP-PESSOA
            MOVE ID-CONTATO  TO WS-AC-ID-PESSOA
            MOVE CPF-CONTATO TO WS-AC-CPF
            PERFORM P170-REGISTRA-ACESSO THRU P170-EXIT.
       P160-EXIT.
            EXIT.

      * >>> REGISTRA NO ACESSO.LOG A PESSOA EXIBIDA NA CONSULTA
       S170 SECTION.
       P170-REGISTRA-ACESSO.
            MOVE 'CONCONTA' TO WS-AC-PROGRAMA
            CALL 'GRVACESS' USING WS-ACESSO-AREA
            IF WS-AC-RETORNO NOT = SPACES
               DISPLAY 'AVISO GRVACESS: ' WS-AC-RETORNO
            END-IF.
       P170-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CONTATOS
