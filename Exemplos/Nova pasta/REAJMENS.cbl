      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: REAJUSTE ANUAL DA TABELA DE MENSALIDADES - MONTA A
      *          TABELA DO PROXIMO ANO LETIVO (CFP001SE, ME-ANO-LETIVO
      *          + 1) A PARTIR DA TABELA DO ANO BASE INFORMADO,
      *          APLICANDO O PERCENTUAL APROVADO PELA DIRETORIA, COM
      *          PERCENTUAL PROPRIO OPCIONAL POR TURMA. EM SIMULACAO
      *          SO EMITE O RELATORIO (VALOR ATUAL, NOVO VALOR E
      *          IMPACTO NA RECEITA PELOS ALUNOS ATIVOS DE CADA TURMA);
      *          SO A EXECUCAO EM MODO APLICAR GRAVA A NOVA TABELA, E
      *          TURMA JA CADASTRADA NO ANO NOVO (CADMENSA) E MANTIDA.
      *          OS ALUNOS ATIVOS SAEM DE UM SORT POR TURMA (NOS MOLDES
      *          DO RELINAD) CASADO COM A LEITURA DA TABELA NA ORDEM DA
      *          CHAVE. SAIDA COM TIMESTAMP REGISTRADA NO RELCATAL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJMENS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SE ASSIGN TO "C:/ARQUIVOS/MENSALID.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ME-CHAVE
                  FILE STATUS  IS WS-FS-MEN
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT WORK-REAJ ASSIGN TO "C:/ARQUIVOS/REAJWORK.TMP".
           SELECT REL-REAJUSTE ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SE.
           COPY REGMENSA.
       FD  CFP001S1.
           COPY REGALUNO.
       SD  WORK-REAJ.
       01  WRK-REAJ.
           03 WRK-TURMA          PIC X(05).
       FD  REL-REAJUSTE.
       01  REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-MEN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-MODO            PIC X(01) VALUE SPACES.
              88 MODO-SIMULACAO  VALUE 'S'.
              88 MODO-APLICAR    VALUE 'A'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-ANO-BASE        PIC 9(04) VALUE ZEROS.
           03 WS-ANO-NOVO        PIC 9(04) VALUE ZEROS.
           03 WS-PERCENTUAL      PIC 9(02)V99 VALUE ZEROS.
           03 WS-PERC-TURMA      PIC 9(02)V99 VALUE ZEROS.
           03 WS-TURMA-EXCECAO   PIC X(05) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * >>> PERCENTUAIS PROPRIOS POR TURMA DIGITADOS PELO OPERADOR
       01  WS-TAB-EXCECAO.
           03 WS-EXC-OCC OCCURS 30 TIMES
                         INDEXED BY WS-EX.
              05 WS-EXC-TURMA     PIC X(05).
              05 WS-EXC-PERC      PIC 9(02)V99.
       77  WS-QTD-EXCECOES        PIC 9(02) VALUE ZEROS.

      * >>> CASAMENTO DA TABELA (ORDEM DA CHAVE) COM O SORT POR TURMA
       01  WS-BALANCO.
           03 WS-CHAVE-ME         PIC X(05) VALUE SPACES.
           03 WS-CHAVE-AL         PIC X(05) VALUE SPACES.
           03 WS-QT-ATIVOS        PIC 9(05) VALUE ZEROS.
           03 WS-VL-ATUAL         PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-NOVO          PIC 9(05)V99 VALUE ZEROS.
           03 WS-VL-IMPACTO       PIC 9(08)V99 VALUE ZEROS.
           03 WS-SITUACAO         PIC X(12) VALUE SPACES.

       01  WS-CONTADORES.
           03 WS-R-TURMAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-GRAVADAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-MANTIDAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-TABELA    PIC 9(05) VALUE ZEROS.
           03 WS-TOT-ATIVOS      PIC 9(06) VALUE ZEROS.
           03 WS-TOT-ATUAL       PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-NOVO        PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-IMPACTO     PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-ANUAL       PIC 9(10)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.
       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY 'PROGRAMA REAJMENS - INICIADO'
            DISPLAY 'MODO: (S)SIMULACAO OU (A)APLICAR: '
            ACCEPT WS-MODO
            PERFORM UNTIL MODO-SIMULACAO OR MODO-APLICAR
               DISPLAY 'MODO INVALIDO! DIGITE S OU A: '
               ACCEPT WS-MODO
            END-PERFORM
            DISPLAY 'DIGITE O ANO BASE DA TABELA (AAAA): '
            ACCEPT WS-ANO-BASE
            PERFORM UNTIL WS-ANO-BASE IS NUMERIC
                            AND WS-ANO-BASE > ZEROS
               DISPLAY 'ANO INVALIDO! DIGITE NO FORMATO AAAA: '
               ACCEPT WS-ANO-BASE
            END-PERFORM
            COMPUTE WS-ANO-NOVO = WS-ANO-BASE + 1
            DISPLAY 'DIGITE O PERCENTUAL DE REAJUSTE COM 2 DECIMAIS'
                    ' (0750 = 7,50%): '
            ACCEPT WS-PERCENTUAL
            PERFORM UNTIL WS-PERCENTUAL IS NUMERIC
               DISPLAY 'PERCENTUAL INVALIDO! DIGITE 4 DIGITOS: '
               ACCEPT WS-PERCENTUAL
            END-PERFORM
            PERFORM P030-EXCECOES THRU P030-EXIT

            IF MODO-APLICAR
               DISPLAY 'CONFIRMA A GRAVACAO DA TABELA DE ' WS-ANO-NOVO
                       ', (S)SIM (N)NAO?'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                  DISPLAY 'REAJUSTE ABANDONADO'
                  STOP RUN
               END-IF
            END-IF

            PERFORM P050-ABRIR
            SORT WORK-REAJ
                 ON ASCENDING KEY WRK-TURMA
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S400
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'REAJMENS' TO WS-LY-PROGRAMA
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

      * >>> TURMAS COM PERCENTUAL PROPRIO (BRANCO ENCERRA A LISTA)
       S030 SECTION.
       P030-EXCECOES.
            MOVE ZEROS TO WS-QTD-EXCECOES
            MOVE 'X'   TO WS-TURMA-EXCECAO
            PERFORM UNTIL WS-TURMA-EXCECAO = SPACES
                          OR WS-QTD-EXCECOES = 30
               DISPLAY 'TURMA COM PERCENTUAL PROPRIO (BRANCO'
                       ' ENCERRA): '
               MOVE SPACES TO WS-TURMA-EXCECAO
               ACCEPT WS-TURMA-EXCECAO
               IF WS-TURMA-EXCECAO NOT = SPACES
                  DISPLAY 'PERCENTUAL DA TURMA ' WS-TURMA-EXCECAO
                          ' (0750 = 7,50%): '
                  ACCEPT WS-PERC-TURMA
                  PERFORM UNTIL WS-PERC-TURMA IS NUMERIC
                     DISPLAY 'PERCENTUAL INVALIDO! DIGITE 4 DIGITOS: '
                     ACCEPT WS-PERC-TURMA
                  END-PERFORM
                  ADD 1 TO WS-QTD-EXCECOES
                  SET WS-EX TO WS-QTD-EXCECOES
                  MOVE WS-TURMA-EXCECAO TO WS-EXC-TURMA(WS-EX)
                  MOVE WS-PERC-TURMA    TO WS-EXC-PERC(WS-EX)
               END-IF
            END-PERFORM.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/REAJMENS_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            IF MODO-APLICAR
               OPEN I-O CFP001SE
            ELSE
               OPEN INPUT CFP001SE
            END-IF
            IF WS-FS-MEN NOT = 00
               MOVE WS-FS-MEN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SE' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-REAJUSTE
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-REAJUSTE' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF MODO-APLICAR
               STRING 'REAJUSTE DE MENSALIDADES - APLICACAO '
                      WS-ANO-BASE ' -> ' WS-ANO-NOVO
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'REAJUSTE DE MENSALIDADES - SIMULACAO '
                      WS-ANO-BASE ' -> ' WS-ANO-NOVO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PERCENTUAL GERAL ' WS-PERCENTUAL
                   ' - TURMAS COM PERCENTUAL PROPRIO: '
                   WS-QTD-EXCECOES
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'TURMA  PERC   ATUAL     NOVO   ATIVOS  IMPACTO MES'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: UM REGISTRO POR ALUNO ATIVO, COM A TURMA
       S100 SECTION.
       P100-ENTRADA.
            PERFORM P110-PROCESSA THRU P110-EXIT
                    UNTIL WS-FS-ALU = 10
            GO TO P190-FIM-ENTRADA.

       P110-PROCESSA.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            ELSE
               IF WS-FS-ALU = 00 AND ALUNO-ATIVO
                  MOVE TU-ALUNO TO WRK-TURMA
                  RELEASE WRK-REAJ
               END-IF
            END-IF.
       P110-EXIT.
            EXIT.

       P190-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: CASA OS ALUNOS POR TURMA COM AS TURMAS DA
      * >>> TABELA DO ANO BASE (AMBOS NA ORDEM DA TURMA); ALUNO DE
      * >>> TURMA SEM TABELA SO E CONTADO
       S400 SECTION.
       P400-SAIDA.
            MOVE LOW-VALUES TO ME-CHAVE
            START CFP001SE KEY IS NOT LESS ME-CHAVE
                  INVALID KEY
                       MOVE HIGH-VALUES TO WS-CHAVE-ME
            END-START
            IF WS-CHAVE-ME NOT = HIGH-VALUES
               PERFORM P410-LER-TABELA THRU P410-EXIT
            END-IF
            PERFORM P420-LER-ALUNO THRU P420-EXIT
            MOVE ZEROS TO WS-QT-ATIVOS

            PERFORM P430-CASAR THRU P430-EXIT
                    UNTIL WS-CHAVE-ME = HIGH-VALUES
                      AND WS-CHAVE-AL = HIGH-VALUES
            PERFORM P480-TOTAIS THRU P480-EXIT
            GO TO P499-FIM-SAIDA.

      * >>> PROXIMA TURMA DA TABELA NO ANO BASE
       P410-LER-TABELA.
            READ CFP001SE NEXT RECORD
                 AT END
                      MOVE HIGH-VALUES TO WS-CHAVE-ME
                      GO TO P410-EXIT
            END-READ
            IF ME-ANO-LETIVO NOT = WS-ANO-BASE
               GO TO P410-LER-TABELA
            END-IF
            MOVE ME-TU-ALUNO TO WS-CHAVE-ME
            MOVE ME-VALOR    TO WS-VL-ATUAL.
       P410-EXIT.
            EXIT.

       P420-LER-ALUNO.
            RETURN WORK-REAJ
                   AT END
                      MOVE HIGH-VALUES TO WS-CHAVE-AL
                      GO TO P420-EXIT
            END-RETURN
            MOVE WRK-TURMA TO WS-CHAVE-AL.
       P420-EXIT.
            EXIT.

       P430-CASAR.
            EVALUATE TRUE
                WHEN WS-CHAVE-AL < WS-CHAVE-ME
                  ADD 1 TO WS-R-SEM-TABELA
                  PERFORM P420-LER-ALUNO THRU P420-EXIT
                WHEN WS-CHAVE-AL = WS-CHAVE-ME
                  ADD 1 TO WS-QT-ATIVOS
                  PERFORM P420-LER-ALUNO THRU P420-EXIT
                WHEN OTHER
                  PERFORM P440-UMA-TURMA THRU P440-EXIT
                  MOVE ZEROS TO WS-QT-ATIVOS
                  PERFORM P410-LER-TABELA THRU P410-EXIT
            END-EVALUATE.
       P430-EXIT.
            EXIT.

      * >>> NOVO VALOR DA TURMA, IMPACTO MENSAL PELOS ATIVOS E, NO MODO
      * >>> APLICAR, GRAVACAO DA TURMA NO ANO NOVO
       P440-UMA-TURMA.
            ADD 1 TO WS-R-TURMAS
            MOVE WS-PERCENTUAL TO WS-PERC-TURMA
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-QTD-EXCECOES
               IF WS-EXC-TURMA(WS-EX) = WS-CHAVE-ME
                  MOVE WS-EXC-PERC(WS-EX) TO WS-PERC-TURMA
               END-IF
            END-PERFORM
            COMPUTE WS-VL-NOVO ROUNDED =
                    WS-VL-ATUAL * (100 + WS-PERC-TURMA) / 100
            COMPUTE WS-VL-IMPACTO =
                    (WS-VL-NOVO - WS-VL-ATUAL) * WS-QT-ATIVOS
            ADD WS-QT-ATIVOS  TO WS-TOT-ATIVOS
            COMPUTE WS-TOT-ATUAL = WS-TOT-ATUAL
                                 + WS-VL-ATUAL * WS-QT-ATIVOS
            COMPUTE WS-TOT-NOVO  = WS-TOT-NOVO
                                 + WS-VL-NOVO * WS-QT-ATIVOS
            ADD WS-VL-IMPACTO TO WS-TOT-IMPACTO

            MOVE 'SIMULADA' TO WS-SITUACAO
            IF MODO-APLICAR
               MOVE WS-CHAVE-ME TO ME-TU-ALUNO
               MOVE WS-ANO-NOVO TO ME-ANO-LETIVO
               MOVE WS-VL-NOVO  TO ME-VALOR
               WRITE REG-CFP001SE
                     INVALID KEY
                          ADD 1 TO WS-R-MANTIDAS
                          MOVE 'JA CADASTRADA' TO WS-SITUACAO
                     NOT INVALID KEY
                          ADD 1 TO WS-R-GRAVADAS
                          MOVE 'GRAVADA' TO WS-SITUACAO
               END-WRITE
               IF WS-FS-MEN NOT = 00 AND 22
                  MOVE WS-FS-MEN                        TO WS-MSG1
                  MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SE' TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING WS-CHAVE-ME
                   ' ' WS-PERC-TURMA
                   ' ' WS-VL-ATUAL
                   ' ' WS-VL-NOVO
                   ' ' WS-QT-ATIVOS
                   ' ' WS-VL-IMPACTO
                   ' ' WS-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P440-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       P480-TOTAIS.
            COMPUTE WS-TOT-ANUAL = WS-TOT-IMPACTO * 12
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS NA TABELA.........: ' WS-R-TURMAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNOS ATIVOS CONSIDERADOS: ' WS-TOT-ATIVOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'ATIVOS EM TURMA SEM TABELA: ' WS-R-SEM-TABELA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'RECEITA MENSAL ATUAL.....: ' WS-TOT-ATUAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'RECEITA MENSAL REAJUSTADA: ' WS-TOT-NOVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'IMPACTO MENSAL...........: ' WS-TOT-IMPACTO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'IMPACTO ANUAL (12 MESES).: ' WS-TOT-ANUAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF MODO-APLICAR
               MOVE SPACES TO REL-LINHA
               STRING 'TURMAS GRAVADAS EM ' WS-ANO-NOVO '...: '
                      WS-R-GRAVADAS
                      ' JA CADASTRADAS (MANTIDAS): ' WS-R-MANTIDAS
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P480-EXIT.
            EXIT.

       P499-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SE
            CLOSE CFP001S1
            CLOSE REL-REAJUSTE

            MOVE 'REAJMENS'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA REAJMENS'
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
            MOVE 'REAJMENS' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA REAJMENS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS NA TABELA.......: ' WS-R-TURMAS
            DISPLAY ' TURMAS GRAVADAS........: ' WS-R-GRAVADAS
            DISPLAY ' JA CADASTRADAS.........: ' WS-R-MANTIDAS
            DISPLAY ' IMPACTO MENSAL.........: ' WS-TOT-IMPACTO
            DISPLAY ' RELATORIO..............: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            MOVE 'REAJMENS' TO WS-LG-PROGRAMA
            MOVE 'TURMAS REAJUST ' TO WS-LG-CONTADOR
            MOVE WS-R-GRAVADAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM REAJMENS.
