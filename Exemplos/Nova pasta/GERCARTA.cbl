      *         FAMILIA PASSA A SER REGISTRADA INDIVIDUALMENTE NO
      *         RELCATAL (CAMINHO CARTA_<CONTATO>_<TIMESTAMP>.REL),
      *         PARA A CONSULTA 360 DO RESPONSAVEL E A SEGUNDA VIA
      * Update: 15-10-26 - CADA CARTA GERA TAMBEM UMA NOTIFICACAO AO
      *         RESPONSAVEL FINANCEIRO NA CAIXA DE SAIDA (ENFILNOT),
      *         COM O ARQUIVO DA CARTA COMO REFERENCIA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERCARTA.
           03 WS-TOT-FAMILIA     PIC 9(08)V99 VALUE ZEROS.
           03 WS-FAIXA           PIC 9(01) VALUE ZEROS.
           03 WS-R-CARTAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-NOTIF         PIC 9(05) VALUE ZEROS.
           03 WS-ED-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-NM-RESP         PIC X(20) VALUE SPACES.
           03 WS-END-LINHA1      PIC X(60) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

      * AREA DE COMUNICACAO COM A CAIXA DE SAIDA DE NOTIFICACOES
       01  WS-NOTIF-AREA.
           03 WS-NT-TP-DESTINO    PIC X(01) VALUE SPACES.
           03 WS-NT-ID-DESTINO    PIC 9(05) VALUE ZEROS.
           03 WS-NT-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-NT-CANAL         PIC X(01) VALUE SPACES.
           03 WS-NT-MODELO        PIC X(08) VALUE SPACES.
           03 WS-NT-REFERENCIA    PIC X(30) VALUE SPACES.
           03 WS-NT-TEXTO         PIC X(120) VALUE SPACES.
           03 WS-NT-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-NT-NR-NOTIF      PIC 9(08) VALUE ZEROS.
           03 WS-NT-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA GERCARTA - INICIADO'
            DISPLAY 'DIGITE A DATA DE REFERENCIA (AAAAMMDD): '
            ACCEPT WS-DT-REFERENCIA
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'GERCARTA' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS
            PERFORM P560-NOTIFICA THRU P560-EXIT
            MOVE 'N' TO WS-EM-FAMILIA.
       P500-EXIT.
            EXIT.
       P550-EXIT.
            EXIT.

      * >>> AVISO DA CARTA NA CAIXA DE SAIDA (ENFILNOT); A REFERENCIA
      * >>> E O NOME DO ARQUIVO DA CARTA (CARTA_<CONTATO>_<TIMESTAMP>)
       P560-NOTIFICA.
            MOVE 'C'              TO WS-NT-TP-DESTINO
            MOVE WS-RF-CORRENTE   TO WS-NT-ID-DESTINO
            MOVE WS-FAM-ALUNO(1)  TO WS-NT-ID-ALUNO
            MOVE SPACES           TO WS-NT-CANAL
            MOVE 'CARTACOB'       TO WS-NT-MODELO
            MOVE 'GERCARTA'       TO WS-NT-PROGRAMA
            MOVE WS-ARQ-CARTA(13:30) TO WS-NT-REFERENCIA
            MOVE WS-TOT-FAMILIA   TO WS-ED-TOTAL
            MOVE SPACES           TO WS-NT-TEXTO
            STRING 'PREZADO(A) ' WS-NM-RESP ', EM ABERTO R$'
                   WS-ED-TOTAL ' EM MENSALIDADES. CARTA DE'
                   ' COBRANCA NA SECRETARIA.'
                   DELIMITED BY SIZE INTO WS-NT-TEXTO
            CALL 'ENFILNOT' USING WS-NOTIF-AREA
            IF WS-NT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO ENFILNOT: RESP ' WS-CONTATO-EDIT ' '
                       WS-NT-MENSAGEM
            ELSE
               ADD 1 TO WS-R-NOTIF
            END-IF.
       P560-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SL
            DISPLAY '>>>> PROGRAMA GERCARTA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE CARTAS GERADAS: ' WS-R-CARTAS
            DISPLAY ' NOTIFICACOES NA FILA: ' WS-R-NOTIF
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
