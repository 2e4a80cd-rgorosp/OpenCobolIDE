      *         TEMPO DA RODADA DEIXA DE CRESCER COM O ARQUIVO DE
      *         NOTAS; NOTA DE MATERIA FORA DA TABELA SAI APONTADA
      *         EM LINHA DE EXCECAO NO PROPRIO BOLETIM
      * Update: 15-10-26 - CADA BOLETIM GERA UMA NOTIFICACAO NA CAIXA
      *         DE SAIDA (ENFILNOT) PARA A FAMILIA - RESPONSAVEL
      *         FINANCEIRO OU, SEM ELE, O PROPRIO ALUNO - COM A
      *         SITUACAO GERAL E A GERACAO COMO REFERENCIA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLALUNO.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-ALU           PIC 9(05) VALUE ZEROS.
           03 WS-R-NOT           PIC 9(05) VALUE ZEROS.
           03 WS-R-NOTIF         PIC 9(05) VALUE ZEROS.

       01  WS-REG-CFP001S1       PIC X(92) VALUE SPACES.
       01  FILLER REDEFINES WS-REG-CFP001S1.
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
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA-ALUNO THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BOLALUNO' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

      * >>> CARTAO DE PARAMETROS OPCIONAL (RELPARM.CRD): FILTROS DE
      * >>> TURMA, MATERIA E ANO/TERMO E CAMINHO DE SAIDA
       S020 SECTION.
            END-IF
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA
            PERFORM P250-NOTIFICA THRU P250-EXIT.
       P200-EXIT.
            EXIT.

       P240-EXIT.
            EXIT.

      * >>> AVISO DO BOLETIM NA CAIXA DE SAIDA (ENFILNOT) PARA A
      * >>> FAMILIA; SEM EMAIL/CELULAR O BOLETIM FICA SO NO PAPEL
       S250 SECTION.
       P250-NOTIFICA.
            MOVE 'F'            TO WS-NT-TP-DESTINO
            MOVE ZEROS          TO WS-NT-ID-DESTINO
            MOVE WS-ID-ALUNO    TO WS-NT-ID-ALUNO
            MOVE SPACES         TO WS-NT-CANAL
            MOVE 'BOLETIM '     TO WS-NT-MODELO
            MOVE 'BOLALUNO'     TO WS-NT-PROGRAMA
            MOVE SPACES         TO WS-NT-REFERENCIA WS-NT-TEXTO
            STRING 'BOLETINS_' WS-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-NT-REFERENCIA
            IF ALUNO-GERAL-APROVADO
               STRING 'BOLETIM DE ' WS-NM-ALUNO ' DISPONIVEL NA'
                      ' SECRETARIA. SITUACAO GERAL: APROVADO.'
                      DELIMITED BY SIZE INTO WS-NT-TEXTO
            ELSE
               STRING 'BOLETIM DE ' WS-NM-ALUNO ' DISPONIVEL NA'
                      ' SECRETARIA. SITUACAO GERAL: REPROVADO.'
                      DELIMITED BY SIZE INTO WS-NT-TEXTO
            END-IF
            CALL 'ENFILNOT' USING WS-NOTIF-AREA
            IF WS-NT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO ENFILNOT: ALUNO ' WS-ID-ALUNO ' '
                       WS-NT-MENSAGEM
            ELSE
               ADD 1 TO WS-R-NOTIF
            END-IF.
       P250-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            PERFORM P710-TOTAIS-UNIDADE THRU P710-EXIT
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE ALUNOS NO BOLETIM...: ' WS-R-ALU
            DISPLAY ' QTDE NOTAS IMPRESSAS......: ' WS-R-NOT
            DISPLAY ' NOTIFICACOES NA FILA......: ' WS-R-NOTIF
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
