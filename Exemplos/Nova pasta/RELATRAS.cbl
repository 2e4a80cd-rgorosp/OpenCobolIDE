      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: BIBLIOTECA ESCOLAR - LISTA DIARIA DE LIVROS EM ATRASO.
      *          PERCORRE O EMPRESTI.DAT (CFP001U6) PELA CHAVE DO
      *          LEITOR E LISTA OS EMPRESTIMOS EM ABERTO COM A
      *          DEVOLUCAO PREVISTA ANTERIOR A HOJE: LEITOR (ALUNO COM
      *          A TURMA, DO ALUNOS.DAT, OU PROFESSOR, DO PROFESSR
      *          .DAT), LIVRO (LIVROS.DAT, CFP001U5), DIAS CORRIDOS DE
      *          ATRASO E A MULTA QUE SERA LANCADA NA DEVOLUCAO (SO
      *          ALUNOS, MESMO VALOR DIARIO DO EMPLIVRO).
      *          SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATRAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U6 ASSIGN TO "C:/ARQUIVOS/EMPRESTI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EP-CHAVE
                  ALTERNATE RECORD KEY IS EP-LEITOR WITH DUPLICATES
                  FILE STATUS  IS WS-FS-EMP.
           SELECT CFP001U5 ASSIGN TO "C:/ARQUIVOS/LIVROS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LV-CD-LIVRO
                  FILE STATUS  IS WS-FS-LIV.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT REL-ATRASO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U6.
           COPY REGEMPRE.
       FD  CFP001U5.
           COPY REGLIVRO.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SA.
           COPY REGPROF.
       FD  REL-ATRASO.
       01  REL-LINHA             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EMP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LIV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-EMPRESTIMOS PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FIM-EMP         PIC X(01) VALUE 'N'.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-NM-LEITOR       PIC X(20) VALUE SPACES.
           03 WS-TU-LEITOR       PIC X(05) VALUE SPACES.
           03 WS-DIAS-ATRASO     PIC 9(03) VALUE ZEROS.
           03 WS-VL-MULTA        PIC 9(05)V99 VALUE ZEROS.
           03 WS-ULT-LEITOR      PIC X(06) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-LIDOS         PIC 9(05) VALUE ZEROS.
           03 WS-R-ATRASADOS     PIC 9(05) VALUE ZEROS.
           03 WS-R-LEITORES      PIC 9(05) VALUE ZEROS.
           03 WS-TT-MULTA        PIC 9(07)V99 VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

      * >>> MESMO VALOR DIARIO DE MULTA DO EMPLIVRO
       01  WS-REGRAS.
           03 WS-MULTA-DIA       PIC 9(03)V99 VALUE 0,50.

      * >>> CAMPOS EDITADOS DA LINHA
       01  WS-EDITADOS.
           03 WS-ED-DIAS         PIC ZZ9.
           03 WS-ED-MULTA        PIC ZZ.ZZ9,99.
           03 WS-ED-QTDE         PIC ZZ.ZZ9.
           03 WS-ED-VALOR        PIC Z.ZZZ.ZZ9,99.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O DICIONARIO DE FILE STATUS
       01  WS-FSTAT-AREA.
           03 WS-FSTAT-CODIGO     PIC X(02) VALUE SPACES.
           03 WS-FSTAT-DESCRICAO  PIC X(40) VALUE SPACES.
           03 WS-FSTAT-SEVERIDADE PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM O JORNAL CENTRAL DE ERROS
       01  WS-ERRLOG-AREA.
           03 WS-EL-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-EL-CODIGO        PIC X(02) VALUE SPACES.
           03 WS-EL-SEVERIDADE    PIC X(01) VALUE SPACES.
           03 WS-EL-MENSAGEM      PIC X(35) VALUE SPACES.
           03 WS-EL-RETORNO       PIC X(40) VALUE SPACES.
       77  WS-EL-GRAVADO          PIC X(01) VALUE 'N'.

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA RELATRAS - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P100-ATRASOS THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELATRAS' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ATRASOS_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

      * >>> SEM EMPRESTIMOS AINDA, A LISTA SAI VAZIA
            OPEN INPUT CFP001U6
            IF WS-FS-EMP NOT = 00
               MOVE 'S' TO WS-SEM-EMPRESTIMOS
            ELSE
               OPEN INPUT CFP001U5
               IF WS-FS-LIV NOT = 00
                  MOVE WS-FS-LIV                           TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-ATRASO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ATRASO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-ATRASOS.
            MOVE SPACES TO REL-LINHA
            STRING 'BIBLIOTECA - LIVROS EM ATRASO EM ' WS-DT-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'T ID    LEITOR               TURMA LIVRO'
                   ' TITULO                         PREVISTO'
                   ' DIAS     MULTA'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            IF WS-SEM-EMPRESTIMOS = 'N'
               MOVE LOW-VALUES TO EP-LEITOR
               MOVE 'N'        TO WS-FIM-EMP
               START CFP001U6 KEY IS NOT LESS EP-LEITOR
                     INVALID KEY
                          MOVE 'S' TO WS-FIM-EMP
               END-START
               PERFORM P110-EMPRESTIMO THRU P110-EXIT
                       UNTIL WS-FIM-EMP = 'S'
            END-IF

            IF WS-R-ATRASADOS = ZEROS
               MOVE 'NENHUM LIVRO EM ATRASO' TO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-ATRASADOS TO WS-ED-QTDE
            MOVE WS-TT-MULTA    TO WS-ED-VALOR
            MOVE SPACES TO REL-LINHA
            STRING 'LIVROS EM ATRASO: ' WS-ED-QTDE
                   '   MULTA A LANCAR (ALUNOS): ' WS-ED-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE WS-R-LEITORES  TO WS-ED-QTDE
            MOVE SPACES TO REL-LINHA
            STRING 'LEITORES COM ATRASO: ' WS-ED-QTDE
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P100-EXIT.
            EXIT.

       P110-EMPRESTIMO.
            READ CFP001U6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-EMP
                      GO TO P110-EXIT
            END-READ
            ADD 1 TO WS-R-LIDOS
            IF NOT EMPRESTIMO-ABERTO
               OR EP-DT-PREVISTA NOT LESS WS-DT-HOJE
               GO TO P110-EXIT
            END-IF
            ADD 1 TO WS-R-ATRASADOS
            IF EP-LEITOR NOT = WS-ULT-LEITOR
               ADD 1 TO WS-R-LEITORES
               MOVE EP-LEITOR TO WS-ULT-LEITOR
            END-IF

            PERFORM P120-LEITOR THRU P120-EXIT
            MOVE EP-CD-LIVRO TO LV-CD-LIVRO
            READ CFP001U5
                 KEY IS LV-CD-LIVRO
                 INVALID KEY
                      MOVE '** LIVRO NAO CADASTRADO **' TO LV-TITULO
            END-READ

            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE (WS-DT-HOJE) -
                    FUNCTION INTEGER-OF-DATE (EP-DT-PREVISTA)
                    ON SIZE ERROR
                       MOVE 999 TO WS-DIAS-ATRASO
            END-COMPUTE
            MOVE ZEROS TO WS-VL-MULTA
            IF LEITOR-ALUNO
               COMPUTE WS-VL-MULTA = WS-DIAS-ATRASO * WS-MULTA-DIA
                       ON SIZE ERROR
                          MOVE 99999,99 TO WS-VL-MULTA
               END-COMPUTE
            END-IF
            ADD WS-VL-MULTA TO WS-TT-MULTA
            MOVE WS-DIAS-ATRASO TO WS-ED-DIAS
            MOVE WS-VL-MULTA    TO WS-ED-MULTA
            MOVE SPACES TO REL-LINHA
            STRING EP-TP-LEITOR ' ' EP-ID-LEITOR ' ' WS-NM-LEITOR
                   ' ' WS-TU-LEITOR ' ' EP-CD-LIVRO ' ' LV-TITULO
                   ' ' EP-DT-PREVISTA ' ' WS-ED-DIAS ' ' WS-ED-MULTA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P110-EXIT.
            EXIT.

       P120-LEITOR.
            MOVE SPACES TO WS-NM-LEITOR
            MOVE SPACES TO WS-TU-LEITOR
            IF LEITOR-ALUNO
               MOVE EP-ID-LEITOR TO ID-ALUNO
               READ CFP001S1
                    KEY IS ID-ALUNO
                    INVALID KEY
                         MOVE '** NAO CADASTRADO **' TO WS-NM-LEITOR
                    NOT INVALID KEY
                         MOVE NM-ALUNO TO WS-NM-LEITOR
                         MOVE TU-ALUNO TO WS-TU-LEITOR
               END-READ
            ELSE
               MOVE EP-ID-LEITOR TO PR-ID-PROF
               READ CFP001SA
                    KEY IS PR-ID-PROF
                    INVALID KEY
                         MOVE '** NAO CADASTRADO **' TO WS-NM-LEITOR
                    NOT INVALID KEY
                         MOVE PR-NM-PROF TO WS-NM-LEITOR
                         MOVE 'PROF.'    TO WS-TU-LEITOR
               END-READ
            END-IF.
       P120-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            IF WS-SEM-EMPRESTIMOS = 'N'
               CLOSE CFP001U6
               CLOSE CFP001U5
            END-IF
            CLOSE CFP001S1
            CLOSE CFP001SA
            CLOSE REL-ATRASO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-ATRASO'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELATRAS'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELATRAS'
            DISPLAY '**********************************'
            DISPLAY ' MENSAGEM: ' WS-MSG2
            DISPLAY ' CODIGO..: ' WS-MSG1
            DISPLAY '**********************************'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '**********************************'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'RELATRAS' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA RELATRAS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' EMPRESTIMOS LIDOS..: ' WS-R-LIDOS
            DISPLAY ' LIVROS EM ATRASO...: ' WS-R-ATRASADOS
            DISPLAY ' LEITORES EM ATRASO.: ' WS-R-LEITORES
            DISPLAY ' RELATORIO GERADO...: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELATRAS.
