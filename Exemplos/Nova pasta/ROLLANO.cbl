      *          LEVADA AO JORNAL DOS MESTRES (JORNMAST). O RELATORIO
      *          DE PROMOCAO SAI POR TURMA, COM TIMESTAMP E REGISTRO
      *          NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - MATERIA COM SITUACAO 'C' (APROVADO PELO
      *         CONSELHO DE CLASSE) NAO RETEM O ALUNO; QUEM AVANCA
      *         GRACAS AO CONSELHO SAI COMO 'APROVADO PELO CONSELHO'
      *         E TEM TOTAL PROPRIO NO RELATORIO
      * Update: 15-10-26 - PROGRESSAO PARCIAL (DEPENDENCIA): ALUNO COM
      *         ATE O LIMITE DE MATERIAS REPROVADAS NO ANO
      *         (DEPLIMIT.DAT, PADRAO 2; ZERO VOLTA A REGRA ANTIGA) E
      *         PROMOVIDO E CADA
      *         MATERIA REPROVADA VIRA UMA DEPENDENCIA EM ABERTO NO
      *         DEPENDEN.DAT (CFP001V1), A SER CURSADA DE NOVO VIA
      *         CADMATRI; ACIMA DO LIMITE CONTINUA MANTIDO NA TURMA.
      *         CONCLUINTE COM DEPENDENCIA NAO E MARCADO CONCLUIDO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLANO.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP
                  LOCK MODE    IS AUTOMATIC.
           SELECT ARQ-LIMITE ASSIGN TO "C:/ARQUIVOS/DEPLIMIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRM.
           SELECT REL-PROMO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
           COPY REGNOTA.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  ARQ-LIMITE.
       01  PRM-REG.
           03 PRM-QT-DEPENDENCIA PIC 9(01).
       FD  REL-PROMO.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRM          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-FIM-NOTAS       PIC X(01) VALUE 'N'.
           03 WS-TEM-NOTA-ANO    PIC X(01) VALUE 'N'.
           03 WS-TEM-REPROV      PIC X(01) VALUE 'N'.
           03 WS-TEM-CONSELHO    PIC X(01) VALUE 'N'.
           03 WS-TX-APROVADO     PIC X(24) VALUE SPACES.
           03 WS-COM-DEPENDENCIA PIC X(01) VALUE 'N'.
           03 WS-JA-DEPENDENTE   PIC X(01) VALUE 'N'.
           03 WS-FIM-DEP         PIC X(01) VALUE 'N'.
           03 WS-TURMA-NOVA      PIC X(05) VALUE SPACES.
           03 WS-ID-CORRENTE     PIC 9(05) VALUE ZEROS.

       77  WS-R-MANTIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-R-CONCLUIDOS       PIC 9(05) VALUE ZEROS.
       77  WS-R-SEM-NOTAS        PIC 9(05) VALUE ZEROS.
       77  WS-R-CONSELHO         PIC 9(05) VALUE ZEROS.
       77  WS-R-DEPENDENCIA      PIC 9(05) VALUE ZEROS.
       77  WS-R-DEP-GRAVADAS     PIC 9(05) VALUE ZEROS.

      * >>> LIMITE DE MATERIAS EM DEPENDENCIA (DEPLIMIT.DAT); SEM
      * >>> ARQUIVO OU REGISTRO, VALE O PADRAO DA ESCOLA
       77  WS-LIM-DEPENDENCIA    PIC 9(01) VALUE 2.

      * >>> MATERIAS REPROVADAS DO ALUNO NO ANO (OFERTA + SITUACAO)
       77  WS-QT-REPROV          PIC 9(03) COMP VALUE ZEROS.
       77  WS-IX                 PIC 9(03) COMP VALUE ZEROS.
       01  WS-TABELA-REPROV.
           03 WS-REPROV-OCC OCCURS 9 TIMES.
              05 WS-RP-CHAVE-MATERIA.
                 07 WS-RP-ID-MATERIA PIC 999.
                 07 WS-RP-AN-MATERIA PIC 9(04).
                 07 WS-RP-TR-MATERIA PIC 9(01).
              05 WS-RP-SITUACAO      PIC X(01).

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA ROLLANO - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'ROLLANO' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
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

       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'DIGITE O ANO LETIVO A VIRAR (AAAA): '
               DISPLAY 'MODO RELATORIO: NADA SERA GRAVADO'
            ELSE
               DISPLAY 'MODO APLICAR: OS ALUNOS SERAO MOVIDOS'
            END-IF
            PERFORM P030-LE-LIMITE THRU P030-EXIT
            DISPLAY 'LIMITE DE MATERIAS EM DEPENDENCIA: '
                    WS-LIM-DEPENDENCIA.
       P020-EXIT.
            EXIT.

      * >>> LIMITE DE DEPENDENCIAS DO ARQUIVO-PARAMETRO, NOS MOLDES
      * >>> DO DESCONTO DO ANUIDADE
       P030-LE-LIMITE.
            OPEN INPUT ARQ-LIMITE
            IF WS-FS-PRM NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-LIMITE
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PRM-REG IS NUMERIC
                         MOVE PRM-QT-DEPENDENCIA TO WS-LIM-DEPENDENCIA
                      END-IF
            END-READ
            CLOSE ARQ-LIMITE.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> DEPENDENCIAS SO SAO GRAVADAS NO MODO APLICAR
            IF MODO-APLICAR
               OPEN I-O CFP001V1
               IF WS-FS-DEP = 35 THEN
                  OPEN OUTPUT CFP001V1
                  CLOSE CFP001V1
                  OPEN I-O CFP001V1
               END-IF
               IF WS-FS-DEP NOT = 00
                  MOVE WS-FS-DEP                           TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V1' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN OUTPUT REL-PROMO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                           TO WS-MSG1
       P200-AVALIA-ANO.
            MOVE 'N' TO WS-TEM-NOTA-ANO
            MOVE 'N' TO WS-TEM-REPROV
            MOVE 'N' TO WS-TEM-CONSELHO
            MOVE ZEROS TO WS-QT-REPROV
            MOVE 'N' TO WS-FIM-NOTAS
            MOVE ID-ALUNO TO WS-ID-CORRENTE
            MOVE LOW-VALUES TO NT-CHAVE
                            MOVE 'S' TO WS-TEM-NOTA-ANO
                            IF NOTA-REPROVADO OR NOTA-REPROV-FALTA
                               MOVE 'S' TO WS-TEM-REPROV
                               PERFORM P260-GUARDA-REPROV
                                       THRU P260-EXIT
                            END-IF
                            IF NOTA-APROV-CONSELHO
                               MOVE 'S' TO WS-TEM-CONSELHO
                            END-IF
                         END-IF
                      END-IF
       P250-EXIT.
            EXIT.

      * >>> GUARDA A OFERTA REPROVADA; ACIMA DE 9 SO CONTA, POIS O
      * >>> ALUNO JA ESTA ALEM DE QUALQUER LIMITE DE DEPENDENCIA
       P260-GUARDA-REPROV.
            ADD 1 TO WS-QT-REPROV
            IF WS-QT-REPROV > 9
               GO TO P260-EXIT
            END-IF
            MOVE NT-CHAVE-MATERIA TO WS-RP-CHAVE-MATERIA(WS-QT-REPROV)
            MOVE NT-SITUACAO      TO WS-RP-SITUACAO(WS-QT-REPROV).
       P260-EXIT.
            EXIT.

      * >>> DECIDE O DESTINO DO ALUNO E, NO MODO APLICAR, REGRAVA O
      * >>> MESTRE COM A IMAGEM ANTES/DEPOIS NO JORNAL
       S300 SECTION.
               GO TO P300-EXIT
            END-IF

      * >>> ATE O LIMITE DE REPROVACOES O ALUNO SEGUE COM DEPENDENCIA
            MOVE 'N' TO WS-COM-DEPENDENCIA
            IF WS-TEM-REPROV = 'S'
               AND WS-QT-REPROV NOT > WS-LIM-DEPENDENCIA
               MOVE 'S' TO WS-COM-DEPENDENCIA
               MOVE 'N' TO WS-TEM-REPROV
            END-IF

            IF WS-TEM-REPROV = 'S'
               ADD 1 TO WS-R-MANTIDOS
               MOVE SPACES TO REL-LINHA
               GO TO P300-EXIT
            END-IF

            IF WS-TEM-CONSELHO = 'S'
               ADD 1 TO WS-R-CONSELHO
               MOVE 'APROVADO PELO CONSELHO' TO WS-TX-APROVADO
            ELSE
               MOVE 'APROVADO'               TO WS-TX-APROVADO
            END-IF
            IF WS-COM-DEPENDENCIA = 'S'
               ADD 1 TO WS-R-DEPENDENCIA
               MOVE 'APROVADO COM DEPENDENCIA' TO WS-TX-APROVADO
            END-IF

            PERFORM P350-TURMA-SEGUINTE THRU P350-EXIT
      * >>> CONCLUINTE COM DEPENDENCIA SO CONCLUI DEPOIS DE CUMPRI-LA
            IF WS-TURMA-NOVA = SPACES AND WS-COM-DEPENDENCIA = 'S'
               MOVE SPACES TO REL-LINHA
               STRING 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO
                      ' - TURMA ' TU-ALUNO ' - '
                      DELIMITED BY SIZE
                      WS-TX-APROVADO DELIMITED BY '  '
                      ' - CONCLUSAO APOS A DEPENDENCIA'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE TU-ALUNO TO WS-TURMA-NOVA
               PERFORM P450-DEPENDENCIAS THRU P450-EXIT
               GO TO P300-EXIT
            END-IF
            IF WS-TURMA-NOVA = SPACES
               ADD 1 TO WS-R-CONCLUIDOS
               MOVE SPACES TO REL-LINHA
               STRING 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO
                      ' - TURMA ' TU-ALUNO ' - '
                      DELIMITED BY SIZE
                      WS-TX-APROVADO DELIMITED BY '  '
                      ' - CONCLUIU O CURSO'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               IF MODO-APLICAR
            ELSE
               ADD 1 TO WS-R-PROMOVIDOS
               MOVE SPACES TO REL-LINHA
               STRING 'ALUNO ' ID-ALUNO ' - ' NM-ALUNO ' - '
                      DELIMITED BY SIZE
                      WS-TX-APROVADO DELIMITED BY '  '
                      ' - TURMA ' TU-ALUNO
                      ' -> ' WS-TURMA-NOVA
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               IF WS-COM-DEPENDENCIA = 'S'
                  PERFORM P450-DEPENDENCIAS THRU P450-EXIT
               END-IF
               IF MODO-APLICAR
                  MOVE REG-CFP001S1 TO WS-JR-ANTES
                  MOVE WS-TURMA-NOVA TO TU-ALUNO
       P400-EXIT.
            EXIT.

      * >>> LISTA AS MATERIAS REPROVADAS DO ALUNO PROMOVIDO E, NO MODO
      * >>> APLICAR, ABRE UMA DEPENDENCIA PARA CADA UMA
       S450 SECTION.
       P450-DEPENDENCIAS.
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QT-REPROV
               PERFORM P460-UMA-DEPENDENCIA THRU P460-EXIT
            END-PERFORM.
       P450-EXIT.
            EXIT.

       P460-UMA-DEPENDENCIA.
            MOVE SPACES TO REL-LINHA
            STRING '      DEPENDENCIA: MATERIA '
                   WS-RP-ID-MATERIA(WS-IX) ' '
                   WS-RP-AN-MATERIA(WS-IX) '/'
                   WS-RP-TR-MATERIA(WS-IX)
                   ' SITUACAO ' WS-RP-SITUACAO(WS-IX)
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            IF MODO-RELATORIO
               GO TO P460-EXIT
            END-IF

      * >>> MATERIA QUE JA TEM DEPENDENCIA PENDENTE NAO GANHA OUTRA
            PERFORM P470-JA-DEPENDENTE THRU P470-EXIT
            IF WS-JA-DEPENDENTE = 'S'
               GO TO P460-EXIT
            END-IF

            INITIALIZE REG-CFP001V1
            MOVE ID-ALUNO                TO DP-ID-ALUNO
            MOVE WS-RP-CHAVE-MATERIA(WS-IX) TO DP-CHAVE-MATERIA
            MOVE WS-RP-SITUACAO(WS-IX)   TO DP-SIT-ORIGEM
            MOVE TU-ALUNO                TO DP-TURMA-ORIGEM
            MOVE WS-TURMA-NOVA           TO DP-TURMA-DESTINO
            SET DEPENDENCIA-ABERTA       TO TRUE
            MOVE ZEROS                   TO DP-CHAVE-REFAZ
            MOVE WS-DATA-GERACAO(1:8)    TO DP-DT-ABERTURA
            MOVE ZEROS                   TO DP-DT-BAIXA
            WRITE REG-CFP001V1
                  INVALID KEY
                       GO TO P460-EXIT
            END-WRITE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001V1'         TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-DEP-GRAVADAS.
       P460-EXIT.
            EXIT.

       P470-JA-DEPENDENTE.
            MOVE 'N' TO WS-JA-DEPENDENTE
            MOVE 'N' TO WS-FIM-DEP
            MOVE ID-ALUNO                   TO DP-ID-ALUNO
            MOVE WS-RP-ID-MATERIA(WS-IX)    TO DP-ID-MATERIA
            MOVE ZEROS                      TO DP-AN-MATERIA
            MOVE ZEROS                      TO DP-TR-MATERIA
            START CFP001V1 KEY IS NOT LESS THAN DP-CHAVE
                  INVALID KEY
                       GO TO P470-EXIT
            END-START
            PERFORM UNTIL WS-FIM-DEP = 'S'
               READ CFP001V1 NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-DEP
                    NOT AT END
                         IF DP-ID-ALUNO NOT = ID-ALUNO
                            OR DP-ID-MATERIA NOT =
                               WS-RP-ID-MATERIA(WS-IX)
                            MOVE 'S' TO WS-FIM-DEP
                         ELSE
                            IF DEPENDENCIA-PENDENTE
                               MOVE 'S' TO WS-JA-DEPENDENTE
                               MOVE 'S' TO WS-FIM-DEP
                            END-IF
                         END-IF
               END-READ
            END-PERFORM.
       P470-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '-' TO REL-LINHA
            STRING 'SEM NOTAS NO ANO...........: ' WS-R-SEM-NOTAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'APROVADOS PELO CONSELHO....: ' WS-R-CONSELHO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'APROVADOS COM DEPENDENCIA..: ' WS-R-DEPENDENCIA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DEPENDENCIAS ABERTAS.......: ' WS-R-DEP-GRAVADAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            IF MODO-APLICAR
               CLOSE CFP001V1
            END-IF
            CLOSE CFP001S1
            CLOSE CFP001S3
            CLOSE CFP001SD
            DISPLAY ' MANTIDOS (REPROVACAO)......: ' WS-R-MANTIDOS
            DISPLAY ' CONCLUINTES................: ' WS-R-CONCLUIDOS
            DISPLAY ' SEM NOTAS NO ANO...........: ' WS-R-SEM-NOTAS
            DISPLAY ' APROVADOS PELO CONSELHO....: ' WS-R-CONSELHO
            DISPLAY ' APROVADOS COM DEPENDENCIA..: ' WS-R-DEPENDENCIA
            DISPLAY ' DEPENDENCIAS ABERTAS.......: ' WS-R-DEP-GRAVADAS
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            IF MODO-RELATORIO
               DISPLAY ' NADA FOI GRAVADO (MODO RELATORIO)'
