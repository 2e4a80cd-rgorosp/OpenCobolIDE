      *            2) OS ALUNOS SEM NOTA DE CADA OFERTA;
      *            3) O RESUMO DE PENDENCIAS POR PROFESSOR.
      *          SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - 4) AVALIACOES DO CALENDARIO (AVALIACO.DAT,
      *         DO CADAVALI) JA REALIZADAS, DE OFERTAS COM A NOTA
      *         ALIMENTADA AINDA EM BRANCO (NOTA ZERADA; NA NOTA 5, SO
      *         ALUNO REPROVADO SEM NOTA DE RECUPERACAO)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPAUTA.
                  FILE STATUS  IS WS-FS-MTR.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT CFP001V2 ASSIGN TO "C:/ARQUIVOS/AVALIACO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AV-CHAVE
                  ALTERNATE RECORD KEY IS AV-DT-AVALIACAO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-AVA.
           SELECT REL-PAUTA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGPRATR.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001V2.
           COPY REGAVALI.
       FD  REL-PAUTA.
       01  REL-LINHA             PIC X(100).

           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AVA          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-AVALIACAO   PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PROFS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-PROF          PIC X(01) VALUE 'N'.

      * >>> AVALIACOES JA REALIZADAS COM NOTA NAO LANCADA
       77  WS-HOJE                PIC 9(08) VALUE ZEROS.
       77  WS-FIM-AVA             PIC X(01) VALUE 'N'.
       77  WS-FIM-NOT             PIC X(01) VALUE 'N'.
       77  WS-QT-VAZIAS           PIC 9(05) VALUE ZEROS.
       77  WS-R-ATRASADAS         PIC 9(05) VALUE ZEROS.
       77  WS-NOTA-SLOT           PIC 9(02)V99 VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RELPAUTA - INICIADO'
            DISPLAY 'DIGITE O ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
                    UNTIL WS-FS-MTR = 10
            PERFORM P300-RANKING THRU P300-EXIT
            PERFORM P500-POR-PROFESSOR THRU P500-EXIT
            PERFORM P600-AVALIACOES-VENCIDAS THRU P600-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELPAUTA' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE WS-DATA-GERACAO(1:8)  TO WS-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/PAUTPEND_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CALENDARIO DE AVALIACOES A SECAO 4 SAI VAZIA
            OPEN INPUT CFP001V2
            IF WS-FS-AVA NOT = 00
               MOVE 'S' TO WS-SEM-AVALIACAO
            END-IF

            OPEN OUTPUT REL-PAUTA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                    TO WS-MSG1
       P550-EXIT.
            EXIT.

      * >>> AVALIACOES DO TERMO COM DATA JA PASSADA: A OFERTA AINDA
      * >>> TEM NOTA DO ALUNO SEM A NOTA QUE A AVALIACAO ALIMENTA
       S600 SECTION.
       P600-AVALIACOES-VENCIDAS.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'AVALIACOES JA REALIZADAS COM NOTA NAO LANCADA'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WS-SEM-AVALIACAO = 'S'
               MOVE ' CALENDARIO DE AVALIACOES NAO DISPONIVEL'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P600-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-AVA
            PERFORM P620-LER-AVALIACAO THRU P620-EXIT
                    UNTIL WS-FIM-AVA = 'S'
            IF WS-R-ATRASADAS = ZEROS
               MOVE ' NENHUMA AVALIACAO VENCIDA SEM NOTA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P600-EXIT.
            EXIT.

       P620-LER-AVALIACAO.
            READ CFP001V2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AVA
                      GO TO P620-EXIT
            END-READ
            IF WS-FS-AVA NOT = 00
               MOVE WS-FS-AVA                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V2'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF AV-AN-MATERIA NOT = WS-ANO-PEDIDO
               OR AV-TR-MATERIA NOT = WS-TERMO-PEDIDO
               OR AV-DT-AVALIACAO NOT < WS-HOJE
               GO TO P620-EXIT
            END-IF

            MOVE ZEROS TO WS-QT-VAZIAS
            MOVE 'N'   TO WS-FIM-NOT
            MOVE AV-CHAVE-MATERIA TO NT-CHAVE-MATERIA
            START CFP001S3 KEY IS = NT-CHAVE-MATERIA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-NOT
            END-START
            PERFORM P640-CONFERE-NOTA THRU P640-EXIT
                    UNTIL WS-FIM-NOT = 'S'

            IF WS-QT-VAZIAS > ZEROS
               ADD 1 TO WS-R-ATRASADAS
               MOVE SPACES TO REL-LINHA
               STRING ' OFERTA ' AV-ID-MATERIA
                      ' NOTA ' AV-NR-NOTA
                      ' TIPO ' AV-TIPO
                      ' EM ' AV-DT-AVALIACAO
                      ' ALUNOS SEM A NOTA ' WS-QT-VAZIAS
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P620-EXIT.
            EXIT.

       P640-CONFERE-NOTA.
            READ CFP001S3 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-NOT
                      GO TO P640-EXIT
            END-READ
            IF NT-CHAVE-MATERIA NOT = AV-CHAVE-MATERIA
               MOVE 'S' TO WS-FIM-NOT
               GO TO P640-EXIT
            END-IF
            EVALUATE AV-NR-NOTA
                WHEN 1
                  MOVE NT-NOTA1 TO WS-NOTA-SLOT
                WHEN 2
                  MOVE NT-NOTA2 TO WS-NOTA-SLOT
                WHEN 3
                  MOVE NT-NOTA3 TO WS-NOTA-SLOT
                WHEN 4
                  MOVE NT-NOTA4 TO WS-NOTA-SLOT
                WHEN OTHER
                  IF NOT NOTA-REPROVADO
                     GO TO P640-EXIT
                  END-IF
                  MOVE NT-RECUPERACAO TO WS-NOTA-SLOT
            END-EVALUATE
            IF WS-NOTA-SLOT = ZEROS
               ADD 1 TO WS-QT-VAZIAS
            END-IF.
       P640-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
            CLOSE CFP001S3
            CLOSE CFP001SB
            CLOSE CFP001SA
            IF WS-SEM-AVALIACAO = 'N'
               CLOSE CFP001V2
            END-IF
            CLOSE REL-PAUTA
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
            DISPLAY '--------------------------------------'
            DISPLAY ' OFERTAS DO TERMO..: ' WS-QTD-OFERS
            DISPLAY ' NOTAS PENDENTES...: ' WS-TOT-PENDENTES
            DISPLAY ' AVALIACOES VENCID.: ' WS-R-ATRASADAS
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
