      *         CIRCULAR: COM O LOG ACIMA DE 200 LINHAS FICAM EM
      *         MEMORIA AS 200 MAIS RECENTES (ANTES ERAM AS 200
      *         PRIMEIRAS, E SEQUENCIAS RECENTES ERAM REAVISADAS)
      * Update: 15-10-26 - O AVISO TAMBEM ENTRA NA CAIXA DE SAIDA DE
      *         NOTIFICACOES (ENFILNOT) PARA CADA RESPONSAVEL, POR
      *         EMAIL OU SMS CONFORME O CANAIS.DAT DO CONTATO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTFAL.
           03 WS-SEM-VINCULOS    PIC X(01) VALUE 'N'.
           03 WS-R-AVISOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-NOTIF         PIC 9(05) VALUE ZEROS.

      * >>> GRUPO ALUNO/OFERTA EM APURACAO (QUEBRA DE CHAVE)
       01  WS-GRUPO.
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
            DISPLAY 'PROGRAMA ALERTFAL - INICIADO'
            DISPLAY 'DIGITE A QTDE DE FALTAS SEGUIDAS PARA O AVISO'
                    ' (2 DIGITOS): '
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ALERTFAL' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE SPACES TO REL-LINHA
            STRING ' AO(A) RESPONSAVEL (' RL-TIPO ') ' NM-CONTATO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM P440-NOTIFICA THRU P440-EXIT.
       P430-EXIT.
            EXIT.

      * >>> O MESMO AVISO VAI PARA A CAIXA DE SAIDA (ENFILNOT); CONTATO
      * >>> SEM EMAIL/CELULAR FICA SO NO PAPEL
       P440-NOTIFICA.
            MOVE 'C'           TO WS-NT-TP-DESTINO
            MOVE RL-ID-CONTATO TO WS-NT-ID-DESTINO
            MOVE WS-GR-ALUNO   TO WS-NT-ID-ALUNO
            MOVE SPACES        TO WS-NT-CANAL
            MOVE 'AVISFALT'    TO WS-NT-MODELO
            MOVE 'ALERTFAL'    TO WS-NT-PROGRAMA
            MOVE SPACES        TO WS-NT-REFERENCIA WS-NT-TEXTO
            STRING 'OFERTA ' WS-GR-MATERIA ' ATE ' WS-GR-ULT-FALTA
                   DELIMITED BY SIZE INTO WS-NT-REFERENCIA
            STRING 'AVISO DE FALTAS: ' NM-ALUNO ' TEM '
                   WS-GR-SEQUENCIA ' FALTAS SEGUIDAS EM '
                   WS-GR-MATERIA ' ATE ' WS-GR-ULT-FALTA
                   '. PROCURE A SECRETARIA.'
                   DELIMITED BY SIZE INTO WS-NT-TEXTO
            CALL 'ENFILNOT' USING WS-NOTIF-AREA
            IF WS-NT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO ENFILNOT: CONTATO ' RL-ID-CONTATO ' '
                       WS-NT-MENSAGEM
            ELSE
               ADD 1 TO WS-R-NOTIF
            END-IF.
       P440-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
            DISPLAY '>>>> PROGRAMA ALERTFAL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE AVISOS GERADOS: ' WS-R-AVISOS
            DISPLAY ' NOTIFICACOES NA FILA: ' WS-R-NOTIF
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
