      *         JORNALADA (JORNMAST, IMAGENS ANTES/DEPOIS), COMO OS
      *         DEMAIS REGRAVADORES DO MESTRE: CONCLUSAO NAO SE PERDE
      *         MAIS NUM ROLL-FORWARD DO RECFORW
      * Update: 15-10-26 - CERTIFICADO (1A VIA) RECUSADO PARA ALUNO COM
      *         LIVRO DA BIBLIOTECA NAO DEVOLVIDO (EMPRESTI.DAT), COM
      *         A LISTA DOS LIVROS EM MAOS
      * Update: 15-10-26 - MATERIA APROVADA PELO CONSELHO DE CLASSE
      *         (SITUACAO 'C') SAI NO CERTIFICADO COM A MARCACAO
      *         '(APROVADO PELO CONSELHO)' AO LADO DA MEDIA FINAL
      * Update: 15-10-26 - CERTIFICADO (1A VIA) RECUSADO PARA ALUNO COM
      *         DEPENDENCIA AINDA NAO CUMPRIDA (DEPENDEN.DAT, DO
      *         ROLLANO), COM A LISTA DAS MATERIAS PENDENTES
      * Update: 15-10-26 - CERTIFICADO (1A VIA) RECUSADO PARA ALUNO COM
      *         DOCUMENTO EXIGIDO PELO NIVEL DA TURMA AINDA NAO
      *         ENTREGUE NA PASTA (VERDOCAL), COM A LISTA DOS FALTANTES
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONC.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001U6 ASSIGN TO "C:/ARQUIVOS/EMPRESTI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EP-CHAVE
                  ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
                  FILE STATUS  IS WS-FS-EMP.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/CERTSEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
           COPY REGNOTA.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001U6.
           COPY REGEMPRE.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(06).
       FD  LOG-LIVRO.
           03 WS-APROVADA        PIC X(01) VALUE 'N'.
           03 WS-NR-ANTERIOR     PIC 9(06) VALUE ZEROS.
           03 WS-MEDIA-GUARDADA  PIC 9(02)V99 VALUE ZEROS.
           03 WS-SIT-GUARDADA    PIC X(01) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-FS-EMP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-EMPRESTIMOS PIC X(01) VALUE 'N'.
           03 WS-FIM-EMP         PIC X(01) VALUE 'N'.
           03 WS-QT-LIVROS       PIC 9(03) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-DEPENDENCIA PIC X(01) VALUE 'N'.
           03 WS-FIM-DEP         PIC X(01) VALUE 'N'.
           03 WS-QT-DEPENDENCIA  PIC 9(03) VALUE ZEROS.

      * >>> ALUNO NO FORMATO DA CHAVE DO LEITOR DO EMPRESTI.DAT
       01  WS-LEITOR-ALUNO.
           03 FILLER             PIC X(01) VALUE 'A'.
           03 WS-LA-ID-ALUNO     PIC 9(05) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A CONFERENCIA DA PASTA (VERDOCAL)
       01  WS-DOCAL-AREA.
           03 WS-VD-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-VD-TURMA        PIC X(05) VALUE SPACES.
           03 WS-VD-NIVEL        PIC X(02) VALUE SPACES.
           03 WS-VD-SITUACAO     PIC X(01) VALUE SPACES.
           03 WS-VD-QT-EXIGIDOS  PIC 9(02) VALUE ZEROS.
           03 WS-VD-QT-PENDENTES PIC 9(02) VALUE ZEROS.
           03 WS-VD-PENDENTES    OCCURS 10 TIMES.
              05 WS-VD-PD-CODIGO    PIC X(02).
              05 WS-VD-PD-DESCRICAO PIC X(30).
           03 WS-VD-MENSAGEM     PIC X(40) VALUE SPACES.
       77  WS-PX                  PIC 9(02) COMP VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-EMITIR THRU P100-EXIT
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CERTCONC' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM BIBLIOTECA EM USO, NAO HA LIVROS A CONFERIR
            OPEN INPUT CFP001U6
            IF WS-FS-EMP NOT = 00
               MOVE 'S' TO WS-SEM-EMPRESTIMOS
            END-IF

      * >>> SEM DEPENDENCIAS REGISTRADAS, NADA A CONFERIR
            OPEN INPUT CFP001V1
            IF WS-FS-DEP NOT = 00
               MOVE 'S' TO WS-SEM-DEPENDENCIA
            END-IF.
       P050-EXIT.
            EXIT.
               GO TO P100-EXIT
            END-IF

            PERFORM P280-DEPENDENCIAS THRU P280-EXIT
            IF WS-QT-DEPENDENCIA > ZEROS
               DISPLAY 'ALUNO COM ' WS-QT-DEPENDENCIA ' MATERIA(S) EM'
                       ' DEPENDENCIA - CERTIFICADO SO APOS'
                       ' CUMPRI-LA(S)!'
               GO TO P100-EXIT
            END-IF

            PERFORM P260-BIBLIOTECA THRU P260-EXIT
            IF WS-QT-LIVROS > ZEROS
               DISPLAY 'ALUNO COM ' WS-QT-LIVROS ' LIVRO(S) DA'
                       ' BIBLIOTECA NAO DEVOLVIDO(S) - CERTIFICADO'
                       ' SO APOS A DEVOLUCAO!'
               GO TO P100-EXIT
            END-IF

            PERFORM P295-DOCUMENTOS THRU P295-EXIT
            IF WS-VD-SITUACAO = 'P'
               DISPLAY 'ALUNO COM ' WS-VD-QT-PENDENTES ' DOCUMENTO(S)'
                       ' PENDENTE(S) NA PASTA - CERTIFICADO SO APOS'
                       ' A ENTREGA!'
               GO TO P100-EXIT
            END-IF

            PERFORM P250-NUMERAR THRU P250-EXIT
            MOVE 1 TO WS-VIA
            PERFORM P300-IMPRIME THRU P300-EXIT
            IF NOTA-APROVADO
               MOVE 'S' TO WS-APROVADA
               MOVE NT-MEDIA-FINAL TO WS-MEDIA-GUARDADA
               MOVE NT-SITUACAO    TO WS-SIT-GUARDADA
            END-IF.
       P240-EXIT.
            EXIT.
       P250-EXIT.
            EXIT.

      * >>> LIVROS DA BIBLIOTECA AINDA EM MAOS DO ALUNO, PELA CHAVE
      * >>> DO LEITOR NO EMPRESTI.DAT (CFP001U6, DO EMPLIVRO)
       P260-BIBLIOTECA.
            MOVE ZEROS TO WS-QT-LIVROS
            IF WS-SEM-EMPRESTIMOS = 'S'
               GO TO P260-EXIT
            END-IF
            MOVE WS-ID-PEDIDO    TO WS-LA-ID-ALUNO
            MOVE WS-LEITOR-ALUNO TO EP-LEITOR
            MOVE 'N'             TO WS-FIM-EMP
            START CFP001U6 KEY IS = EP-LEITOR
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-EMP
            END-START
            PERFORM P270-LER-EMPRESTIMO THRU P270-EXIT
                    UNTIL WS-FIM-EMP = 'S'.
       P260-EXIT.
            EXIT.

       P270-LER-EMPRESTIMO.
            READ CFP001U6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-EMP
                      GO TO P270-EXIT
            END-READ
            IF EP-LEITOR NOT = WS-LEITOR-ALUNO
               MOVE 'S' TO WS-FIM-EMP
               GO TO P270-EXIT
            END-IF
            IF EMPRESTIMO-ABERTO
               ADD 1 TO WS-QT-LIVROS
               DISPLAY ' LIVRO ' EP-CD-LIVRO ' RETIRADO EM '
                       EP-DT-EMPRESTIMO ' DEVOLUCAO PREVISTA '
                       EP-DT-PREVISTA
            END-IF.
       P270-EXIT.
            EXIT.

      * >>> DEPENDENCIAS AINDA NAO CUMPRIDAS (EM ABERTO OU EM CURSO)
      * >>> DO ALUNO NO DEPENDEN.DAT (CFP001V1, DO ROLLANO)
       P280-DEPENDENCIAS.
            MOVE ZEROS TO WS-QT-DEPENDENCIA
            IF WS-SEM-DEPENDENCIA = 'S'
               GO TO P280-EXIT
            END-IF
            MOVE 'N'          TO WS-FIM-DEP
            MOVE WS-ID-PEDIDO TO DP-ID-ALUNO
            MOVE ZEROS        TO DP-CHAVE-MATERIA
            START CFP001V1 KEY IS NOT LESS DP-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-DEP
            END-START
            PERFORM P290-LER-DEPENDENCIA THRU P290-EXIT
                    UNTIL WS-FIM-DEP = 'S'.
       P280-EXIT.
            EXIT.

       P290-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P290-EXIT
            END-READ
            IF DP-ID-ALUNO NOT = WS-ID-PEDIDO
               MOVE 'S' TO WS-FIM-DEP
               GO TO P290-EXIT
            END-IF
            IF DEPENDENCIA-PENDENTE
               ADD 1 TO WS-QT-DEPENDENCIA
               DISPLAY ' DEPENDENCIA NA MATERIA ' DP-ID-MATERIA
                       ' (REPROVADO EM ' DP-AN-MATERIA '/'
                       DP-TR-MATERIA ')'
            END-IF.
       P290-EXIT.
            EXIT.

      * >>> DOCUMENTOS EXIGIDOS PELO NIVEL DA TURMA AINDA NAO ENTREGUES
      * >>> NA PASTA DO ALUNO (DOCALUNO.DAT, DO CADDOCAL)
       P295-DOCUMENTOS.
            MOVE WS-ID-PEDIDO TO WS-VD-ID-ALUNO
            MOVE TU-ALUNO     TO WS-VD-TURMA
            CALL 'VERDOCAL' USING WS-DOCAL-AREA
            IF WS-VD-SITUACAO NOT = 'P'
               GO TO P295-EXIT
            END-IF
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-VD-QT-PENDENTES
                       OR WS-PX > 10
               DISPLAY ' DOCUMENTO ' WS-VD-PD-CODIGO(WS-PX) ' '
                       WS-VD-PD-DESCRICAO(WS-PX) ' NAO ENTREGUE'
            END-PERFORM.
       P295-EXIT.
            EXIT.

       S300 SECTION.
       P300-IMPRIME.
            OPEN OUTPUT REL-CERT
               GO TO P330-EXIT
            END-IF
            MOVE ZEROS TO WS-MEDIA-GUARDADA
            MOVE SPACES TO WS-SIT-GUARDADA
            PERFORM P230-CONFERE-APROVACAO THRU P230-EXIT
            MOVE SPACES TO REL-LINHA
            IF WS-SIT-GUARDADA = 'C'
               STRING ' MATERIA ' CU-ID-MATERIA
                      ' MEDIA FINAL ' WS-MEDIA-GUARDADA
                      ' (APROVADO PELO CONSELHO)'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING ' MATERIA ' CU-ID-MATERIA
                      ' MEDIA FINAL ' WS-MEDIA-GUARDADA
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P350-ESCREVER THRU P350-EXIT.
       P330-EXIT.
            EXIT.
            CLOSE CFP001S8
            CLOSE CFP001S3
            CLOSE CFP001S2
            IF WS-SEM-EMPRESTIMOS = 'N'
               CLOSE CFP001U6
            END-IF
            IF WS-SEM-DEPENDENCIA = 'N'
               CLOSE CFP001V1
            END-IF
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001S1'    TO WS-MSG2
