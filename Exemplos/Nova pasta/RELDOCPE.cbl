      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: DOCUMENTOS PENDENTES POR TURMA - PARA A TURMA PEDIDA
      *          (BRANCOS = TODAS), CONFERE A PASTA DE CADA ALUNO ATIVO
      *          (VERDOCAL: DOCUMENTOS EXIGIDOS PELO NIVEL DE ENSINO DA
      *          TURMA NO DOCTIPO.DAT CONTRA O CHECKLIST DOCALUNO.DAT)
      *          E LISTA, EM ORDEM DE TURMA E NOME, OS ALUNOS COM
      *          DOCUMENTO FALTANDO E QUAIS SAO, COM O TOTAL DE PASTAS
      *          COMPLETAS E INCOMPLETAS POR TURMA - BASE PARA A
      *          COBRANCA DAS FAMILIAS E PARA A AUDITORIA ANUAL DA
      *          SECRETARIA DE EDUCACAO.
      *          SAIDA COM TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDOCPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT WORK-DOCPE ASSIGN TO "C:/ARQUIVOS/DOCPWORK.TMP".
           SELECT REL-DOCPE ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       SD  WORK-DOCPE.
       01  WRK-DOCPE.
           03 WRK-TURMA          PIC X(05).
           03 WRK-NOME           PIC X(20).
           03 WRK-ID             PIC 9(05).
       FD  REL-DOCPE.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-FIM-ALU         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-SEM-TABELA      PIC X(01) VALUE 'N'.
           03 WS-R-ALUNOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-PENDENTES     PIC 9(05) VALUE ZEROS.
           03 WS-R-DOCUMENTOS    PIC 9(05) VALUE ZEROS.
           03 WS-R-TURMAS        PIC 9(03) VALUE ZEROS.
           03 WS-T-ALUNOS        PIC 9(03) VALUE ZEROS.
           03 WS-T-PENDENTES     PIC 9(03) VALUE ZEROS.
           03 WS-T-COMPLETAS     PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-OUTROS       PIC 9(02) VALUE ZEROS.
       77  WS-PX                  PIC 9(02) COMP VALUE ZEROS.

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

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
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
            DISPLAY 'PROGRAMA RELDOCPE - INICIADO'
            DISPLAY 'DIGITE O CODIGO DA TURMA (BRANCOS = TODAS): '
            MOVE SPACES TO WS-TURMA-PEDIDA
            ACCEPT WS-TURMA-PEDIDA

            PERFORM P050-ABRIR
            SORT WORK-DOCPE
                 ON ASCENDING KEY WRK-TURMA
                 ON ASCENDING KEY WRK-NOME
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S200
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELDOCPE' TO WS-LY-PROGRAMA
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
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DOCPEND_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-DOCPE
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DOCPE'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-TURMA-PEDIDA = SPACES
               STRING 'DOCUMENTOS PENDENTES NA PASTA DO ALUNO - TODAS'
                      ' AS TURMAS - EMITIDO EM ' WS-TIMESTAMP(1:8)
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'DOCUMENTOS PENDENTES NA PASTA DO ALUNO - TURMA '
                      WS-TURMA-PEDIDA ' - EMITIDO EM '
                      WS-TIMESTAMP(1:8)
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: ALUNOS ATIVOS DA TURMA PEDIDA (OU TODOS)
       S100 SECTION.
       P100-ENTRADA.
            MOVE 'N' TO WS-FIM-ALU
            PERFORM P110-UM-ALUNO THRU P110-EXIT
                    UNTIL WS-FIM-ALU = 'S'
            GO TO P199-FIM-ENTRADA.

       P110-UM-ALUNO.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ALU NOT = 00
               MOVE 'S' TO WS-FIM-ALU
               GO TO P110-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               GO TO P110-EXIT
            END-IF
            IF WS-TURMA-PEDIDA NOT = SPACES
               AND TU-ALUNO NOT = WS-TURMA-PEDIDA
               GO TO P110-EXIT
            END-IF
            MOVE TU-ALUNO TO WRK-TURMA
            MOVE NM-ALUNO TO WRK-NOME
            MOVE ID-ALUNO TO WRK-ID
            RELEASE WRK-DOCPE.
       P110-EXIT.
            EXIT.

       P199-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: QUEBRA POR TURMA; SO O ALUNO COM PASTA
      * >>> INCOMPLETA VAI PARA A LISTA
       S200 SECTION.
       P200-SAIDA.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE 'N'         TO WS-FIM-SORT
            PERFORM P210-UM-RETORNO THRU P210-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-TURMA-ANT NOT = HIGH-VALUES
               PERFORM P260-RODAPE-TURMA THRU P260-EXIT
            ELSE
               MOVE 'NENHUM ALUNO ATIVO PARA A SELECAO INFORMADA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF WS-SEM-TABELA = 'S'
               MOVE SPACES TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               MOVE 'ATENCAO: TABELA DE TIPOS DE DOCUMENTO NAO'
                    TO REL-LINHA(1:41)
               MOVE ' CADASTRADA (CADDOCTP)' TO REL-LINHA(42:22)
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            GO TO P299-FIM-SAIDA.

       P210-UM-RETORNO.
            RETURN WORK-DOCPE
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P210-EXIT
            END-RETURN
            IF WRK-TURMA NOT = WS-TURMA-ANT
               IF WS-TURMA-ANT NOT = HIGH-VALUES
                  PERFORM P260-RODAPE-TURMA THRU P260-EXIT
               END-IF
               PERFORM P250-CABEC-TURMA THRU P250-EXIT
            END-IF
            ADD 1 TO WS-R-ALUNOS WS-T-ALUNOS

            MOVE WRK-ID    TO WS-VD-ID-ALUNO
            MOVE WRK-TURMA TO WS-VD-TURMA
            CALL 'VERDOCAL' USING WS-DOCAL-AREA
            IF WS-VD-SITUACAO NOT = 'P'
               IF WS-VD-MENSAGEM NOT = SPACES
                  MOVE 'S' TO WS-SEM-TABELA
               END-IF
               ADD 1 TO WS-T-COMPLETAS
               GO TO P210-EXIT
            END-IF

            ADD 1 TO WS-R-PENDENTES WS-T-PENDENTES
            ADD WS-VD-QT-PENDENTES TO WS-R-DOCUMENTOS
            MOVE SPACES TO REL-LINHA
            STRING ' ALUNO ' WRK-ID ' ' WRK-NOME ' NIVEL '
                   WS-VD-NIVEL ' - ' WS-VD-QT-PENDENTES ' DE '
                   WS-VD-QT-EXIGIDOS ' DOCUMENTO(S) PENDENTE(S)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-VD-QT-PENDENTES
                       OR WS-PX > 10
               MOVE SPACES TO REL-LINHA
               STRING '    ' WS-VD-PD-CODIGO(WS-PX) ' '
                      WS-VD-PD-DESCRICAO(WS-PX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-PERFORM
            IF WS-VD-QT-PENDENTES > 10
               SUBTRACT 10 FROM WS-VD-QT-PENDENTES
                        GIVING WS-QT-OUTROS
               MOVE SPACES TO REL-LINHA
               STRING '    E MAIS ' WS-QT-OUTROS ' DOCUMENTO(S) -'
                      ' CONSULTAR O CHECKLIST (CADDOCAL)'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P210-EXIT.
            EXIT.

       P250-CABEC-TURMA.
            MOVE WRK-TURMA TO WS-TURMA-ANT
            MOVE ZEROS     TO WS-T-ALUNOS WS-T-PENDENTES
                              WS-T-COMPLETAS
            ADD 1 TO WS-R-TURMAS
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P250-EXIT.
            EXIT.

       P260-RODAPE-TURMA.
            IF WS-T-PENDENTES = ZEROS
               MOVE ' TODAS AS PASTAS DA TURMA ESTAO COMPLETAS'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ALUNOS: ' WS-T-ALUNOS
                   '   PASTAS COMPLETAS: ' WS-T-COMPLETAS
                   '   INCOMPLETAS: ' WS-T-PENDENTES
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P260-EXIT.
            EXIT.

       P299-FIM-SAIDA.
            EXIT.

       S450 SECTION.
       P450-ESCREVER.
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TOTAL: ' WS-R-ALUNOS ' ALUNOS EM ' WS-R-TURMAS
                   ' TURMA(S) - ' WS-R-PENDENTES
                   ' COM PASTA INCOMPLETA, ' WS-R-DOCUMENTOS
                   ' DOCUMENTO(S) PENDENTE(S)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            CLOSE CFP001S1
            CLOSE REL-DOCPE
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-DOCPE'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELDOCPE'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELDOCPE'
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
            MOVE 'RELDOCPE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDOCPE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS NO RELATORIO....: ' WS-R-TURMAS
            DISPLAY ' ALUNOS CONFERIDOS......: ' WS-R-ALUNOS
            DISPLAY ' PASTAS INCOMPLETAS.....: ' WS-R-PENDENTES
            DISPLAY ' DOCUMENTOS PENDENTES...: ' WS-R-DOCUMENTOS
            DISPLAY ' RELATORIO GERADO EM....: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDOCPE.
