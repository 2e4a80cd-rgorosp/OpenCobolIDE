      *         PENDENCIAS JA APURADAS; NA RETOMADA O CONTADOR E
      *         RECARREGADO E PENDENCIAS ANTERIORES A QUEDA CONTINUAM
      *         IMPEDINDO A MARCACAO DE TERMO FECHADO
      * Update: 15-10-26 - AREA DO DIASLETV COM O PERIODO DE CONTAGEM
      *         (ZERADO: O TERMO CONTINUA VINDO DO CALENDARIO)
      * Update: 15-10-26 - DELIBERACAO DO CONSELHO DE CLASSE
      *         (CONSELHO.DAT, GRAVADA PELO CADCONSE): REPROVADO POR
      *         MEDIA COM APROVACAO DO CONSELHO FICA COM A SITUACAO
      *         'C' (APROVADO PELO CONSELHO), SEM MEXER NAS NOTAS NEM
      *         NA MEDIA; A REPROVACAO POR FALTA NAO E ALTERADA
      * Update: 15-10-26 - BAIXA DE DEPENDENCIA (DEPENDEN.DAT, ABERTA
      *         PELO ROLLANO E VINCULADA A OFERTA PELO CADMATRI): A
      *         NOTA FECHADA NA OFERTA DE REFACAO APROVADA ('A' OU 'C')
      *         DA A DEPENDENCIA COMO CUMPRIDA; REPROVADA, A DEPENDENCIA
      *         VOLTA A FICAR EM ABERTO PARA NOVA MATRICULA
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHTERM.
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FQ-CHAVE
                  FILE STATUS  IS WS-FS-FRQ.
           SELECT CFP001U9 ASSIGN TO "C:/ARQUIVOS/CONSELHO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CS-CHAVE
                  ALTERNATE RECORD KEY IS CS-TURMA WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP
                  LOCK MODE    IS AUTOMATIC.
           SELECT ARQ-CKPT ASSIGN TO "C:/ARQUIVOS/FECHCKPT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CKP.
           COPY REGCALEN.
       FD  CFP001S6.
           COPY REGFREQ.
       FD  CFP001U9.
           COPY REGCONSE.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  ARQ-CKPT.
       01  CKP-REG.
           03 CKP-ANO            PIC 9(04).
           03 WS-R-COMPLETAS     PIC 9(05) VALUE ZEROS.
           03 WS-R-PENDENTES     PIC 9(05) VALUE ZEROS.
           03 WS-R-AJUSTADAS     PIC 9(05) VALUE ZEROS.
           03 WS-R-CONSELHO      PIC 9(05) VALUE ZEROS.
           03 WS-R-DEP-CUMPRIDAS PIC 9(05) VALUE ZEROS.
           03 WS-R-DEP-REABERTAS PIC 9(05) VALUE ZEROS.

       77  WS-SIT-NOVA           PIC X(01) VALUE SPACES.
       77  WS-ACHOU-ATUAL        PIC X(01) VALUE 'N'.

      * >>> DELIBERACOES DO CONSELHO DE CLASSE (CADCONSE); SEM O
      * >>> ARQUIVO O FECHAMENTO SEGUE SO PELA MEDIA
       01  WS-FS-CON             PIC 9(02) VALUE ZEROS.
       01  WS-SEM-CONSELHO       PIC X(01) VALUE 'N'.

      * >>> DEPENDENCIAS DO ROLLANO; SEM O ARQUIVO NAO HA O QUE BAIXAR
       01  WS-FS-DEP             PIC 9(02) VALUE ZEROS.
       01  WS-SEM-DEPENDENCIA    PIC X(01) VALUE 'N'.
       01  WS-FIM-DEP            PIC X(01) VALUE 'N'.
       01  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      * >>> APURACAO DE FREQUENCIA DA MATRICULA EM FECHAMENTO, NOS
      * >>> MOLDES DO P230/P240 DO BOLALUNO
       01  WS-FS-FRQ             PIC 9(02) VALUE ZEROS.
           03 WS-DL-TERMO           PIC 9(01) VALUE ZEROS.
           03 WS-DL-QT-DIAS         PIC 9(03) VALUE ZEROS.
           03 WS-DL-MENSAGEM        PIC X(40) VALUE SPACES.
           03 WS-DL-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DL-DT-FIM          PIC 9(08) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.


       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA FECHTERM - INICIADO'
            DISPLAY 'DIGITE O ANO LETIVO A FECHAR (AAAA), OU 0000'
                    ' PARA O TERMO ATUAL DO CALENDARIO: '
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'FECHTERM' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
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
            OPEN INPUT CFP001S5
            END-IF
            END-IF

            OPEN INPUT CFP001U9
            IF WS-FS-CON = 35
               MOVE 'S' TO WS-SEM-CONSELHO
            ELSE
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

            OPEN I-O CFP001V1
            IF WS-FS-DEP = 35
               MOVE 'S' TO WS-SEM-DEPENDENCIA
            ELSE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF

            OPEN OUTPUT REL-FECHA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                   TO WS-MSG1
            END-IF
            END-IF

            IF WS-SIT-NOVA = 'R' AND WS-SEM-CONSELHO = 'N'
               PERFORM P320-CONFERE-CONSELHO THRU P320-EXIT
            END-IF

            IF WS-SIT-NOVA NOT = NT-SITUACAO
               MOVE WS-SIT-NOVA TO NT-SITUACAO
               REWRITE REG-CFP001S3
                      ' SITUACAO FINAL ' WS-SIT-NOVA
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF

            IF WS-SEM-DEPENDENCIA = 'N'
               PERFORM P330-BAIXA-DEPENDENCIA THRU P330-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

      * >>> A OFERTA FECHADA PODE SER A REFACAO DE UMA DEPENDENCIA DO
      * >>> ALUNO NA MESMA MATERIA: APROVADO CUMPRE, REPROVADO REABRE
       P330-BAIXA-DEPENDENCIA.
            MOVE 'N' TO WS-FIM-DEP
            MOVE NT-ID-ALUNO   TO DP-ID-ALUNO
            MOVE NT-ID-MATERIA TO DP-ID-MATERIA
            MOVE ZEROS         TO DP-AN-MATERIA
            MOVE ZEROS         TO DP-TR-MATERIA
            START CFP001V1 KEY IS NOT LESS THAN DP-CHAVE
                  INVALID KEY
                       GO TO P330-EXIT
            END-START
            PERFORM P340-LER-DEPENDENCIA THRU P340-EXIT
                    UNTIL WS-FIM-DEP = 'S'.
       P330-EXIT.
            EXIT.

       P340-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P340-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = NT-ID-ALUNO
               OR DP-ID-MATERIA NOT = NT-ID-MATERIA
               MOVE 'S' TO WS-FIM-DEP
               GO TO P340-EXIT
            END-IF
            IF NOT DEPENDENCIA-CURSANDO
               OR DP-CHAVE-REFAZ NOT = NT-CHAVE-MATERIA
               GO TO P340-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF NOTA-APROVADO
               SET DEPENDENCIA-CUMPRIDA TO TRUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8)  TO DP-DT-BAIXA
               ADD 1 TO WS-R-DEP-CUMPRIDAS
               STRING 'DEPENDENCIA: ALUNO ' DP-ID-ALUNO
                      ' MATERIA ' DP-ID-MATERIA
                      ' CUMPRIDA NA OFERTA ' NT-ID-MATERIA
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               SET DEPENDENCIA-ABERTA TO TRUE
               MOVE ZEROS TO DP-CHAVE-REFAZ
               ADD 1 TO WS-R-DEP-REABERTAS
               STRING 'DEPENDENCIA: ALUNO ' DP-ID-ALUNO
                      ' MATERIA ' DP-ID-MATERIA
                      ' REPROVADO NA REFACAO - REABERTA'
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            REWRITE REG-CFP001V1
            END-REWRITE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001V1'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            WRITE REL-LINHA
            MOVE 'S' TO WS-FIM-DEP.
       P340-EXIT.
            EXIT.

      * >>> REPROVADO POR MEDIA COM APROVACAO DO CONSELHO DE CLASSE
      * >>> PASSA A 'C' - NOTAS E MEDIA FICAM COMO ESTAO
       P320-CONFERE-CONSELHO.
            MOVE NT-CHAVE TO CS-CHAVE
            READ CFP001U9
                 KEY IS CS-CHAVE
                 INVALID KEY
                      GO TO P320-EXIT
            END-READ
            IF CONSELHO-APROVA
               MOVE 'C' TO WS-SIT-NOVA
               ADD 1 TO WS-R-CONSELHO
               MOVE SPACES TO REL-LINHA
               STRING 'CONSELHO: ALUNO ' NT-ID-ALUNO
                      ' OFERTA ' NT-ID-MATERIA
                      ' APROVADO PELO CONSELHO EM ' CS-DT-CONSELHO
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF.
       P320-EXIT.
            EXIT.

      * >>> CONTA PRESENCAS E FALTAS DO ALUNO NA OFERTA EM
      * >>> FECHAMENTO; FREQUENCIA ABAIXO DO MINIMO ACENDE A
      * >>> REPROVACAO POR FALTA
            STRING 'MATRICULAS SEM NOTA.....: ' WS-R-PENDENTES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'APROVADOS PELO CONSELHO.: ' WS-R-CONSELHO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DEPENDENCIAS CUMPRIDAS..: ' WS-R-DEP-CUMPRIDAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DEPENDENCIAS REABERTAS..: ' WS-R-DEP-REABERTAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            IF WS-R-PENDENTES > ZEROS
               MOVE SPACES TO REL-LINHA
            IF WS-SEM-FREQUENCIA = 'N'
               CLOSE CFP001S6
            END-IF
            IF WS-SEM-CONSELHO = 'N'
               CLOSE CFP001U9
            END-IF
            IF WS-SEM-DEPENDENCIA = 'N'
               CLOSE CFP001V1
            END-IF
            CLOSE REL-FECHA.
       P700-EXIT.
            EXIT.
            DISPLAY ' NOTAS COMPLETAS......: ' WS-R-COMPLETAS
            DISPLAY ' SITUACOES AJUSTADAS..: ' WS-R-AJUSTADAS
            DISPLAY ' MATRICULAS SEM NOTA..: ' WS-R-PENDENTES
            DISPLAY ' APROV. PELO CONSELHO.: ' WS-R-CONSELHO
            DISPLAY ' DEPEND. CUMPRIDAS....: ' WS-R-DEP-CUMPRIDAS
            DISPLAY ' DEPEND. REABERTAS....: ' WS-R-DEP-REABERTAS
            IF WS-R-PENDENTES > ZEROS
               DISPLAY ' SITUACAO.............: TERMO NAO FECHADO'
            ELSE
