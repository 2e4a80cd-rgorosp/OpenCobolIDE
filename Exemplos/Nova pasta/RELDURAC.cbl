      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DE TENDENCIA DO TEMPO DE EXECUCAO DOS JOBS -
      *          LE O HISTORICO RUNHIST.LOG (LAYOUT REGRUNHI, GRAVADO
      *          PELO RUNTEMPO A CADA PASSO DO BATDIARI E A CADA JOB DO
      *          RODAJOBS) E, PARA CADA JOB, LISTA AS ULTIMAS N
      *          EXECUCOES COM INICIO, DURACAO, SITUACAO E ATRASO
      *          CONTRA O TEMPO ESPERADO DA AGENDA. NO FIM DE CADA JOB
      *          COMPARA A MEDIA DA METADE MAIS ANTIGA COM A DA METADE
      *          MAIS RECENTE DAS EXECUCOES: SUBIU MAIS DE 10% =
      *          SUBINDO, CAIU MAIS DE 10% = CAINDO, SENAO ESTAVEL -
      *          PARA VER OS JOBS FICANDO LENTOS CONFORME OS ARQUIVOS
      *          CRESCEM, ANTES QUE SEGUREM OS MENUS DA MANHA.
      *          N VEM DO PARAMETRO DE EXECUCAO (01 A 20, PADRAO 10).
      *          SAIDA DURAC_<TS>.REL, REGISTRADA NO RELCATAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDURAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-RUNHIST ASSIGN TO "C:/ARQUIVOS/RUNHIST.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-HIS.
           SELECT REL-DURACAO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-RUNHIST.
           COPY REGRUNHI.
       FD  REL-DURACAO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-HIS          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-PARM-LINE       PIC X(20) VALUE SPACES.
           03 WS-ULTIMAS         PIC 9(02) VALUE 10.
           03 WS-ULT-ED          PIC Z9.
           03 WS-JX              PIC 9(03) VALUE ZEROS.
           03 WS-EX              PIC 9(02) VALUE ZEROS.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-METADE          PIC 9(02) VALUE ZEROS.
           03 WS-SOMA1           PIC 9(09) VALUE ZEROS.
           03 WS-SOMA2           PIC 9(09) VALUE ZEROS.
           03 WS-MEDIA1          PIC 9(07) VALUE ZEROS.
           03 WS-MEDIA2          PIC 9(07) VALUE ZEROS.
           03 WS-VARIACAO        PIC S9(05) VALUE ZEROS.
           03 WS-VAR-ED          PIC +ZZZ9.
           03 WS-ESP-ED          PIC ZZZ9.
           03 WS-TENDENCIA       PIC X(16) VALUE SPACES.
           03 WS-MEDIA1-HMS      PIC X(08) VALUE SPACES.
           03 WS-MEDIA2-HMS      PIC X(08) VALUE SPACES.

      * >>> CONTADORES DO RELATORIO
           03 WS-R-LIDOS         PIC 9(07) VALUE ZEROS.
           03 WS-R-JOBS          PIC 9(03) VALUE ZEROS.
           03 WS-R-SUBINDO       PIC 9(03) VALUE ZEROS.
           03 WS-R-ATRASOS       PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * >>> CONVERSAO DE SEGUNDOS PARA HH:MM:SS
       01  WS-SEGUNDOS           PIC 9(07) VALUE ZEROS.
       01  WS-HMS.
           03 WS-HMS-HH          PIC 9(02).
           03 FILLER             PIC X(01) VALUE ':'.
           03 WS-HMS-MM          PIC 9(02).
           03 FILLER             PIC X(01) VALUE ':'.
           03 WS-HMS-SS          PIC 9(02).
       77  WS-RESTO              PIC 9(07) VALUE ZEROS.

      * >>> ULTIMAS N EXECUCOES DE CADA JOB, DA MAIS ANTIGA PARA A MAIS
      * >>> RECENTE (JANELA DESLIZANTE: A MAIS ANTIGA SAI QUANDO CHEIA)
       01  WS-TAB-JOBS.
           03 WS-QTD-JOBS        PIC 9(03) VALUE ZEROS.
           03 WS-TJ OCCURS 60 TIMES.
              05 WS-TJ-JOB       PIC X(08).
              05 WS-TJ-ESPERADO  PIC 9(04).
              05 WS-TJ-QTD       PIC 9(02).
              05 WS-TJ-EXEC OCCURS 20 TIMES.
                 07 WS-TE-DATA-PROC  PIC 9(08).
                 07 WS-TE-DT-INICIO  PIC 9(08).
                 07 WS-TE-HR-INICIO  PIC 9(06).
                 07 WS-TE-DURACAO    PIC 9(07).
                 07 WS-TE-STATUS     PIC X(01).
                 07 WS-TE-ATRASO     PIC X(01).

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

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA RELDURAC - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            INITIALIZE WS-TAB-JOBS

            PERFORM P010-PARAMETRO THRU P010-EXIT
            PERFORM P100-LER-HISTORICO THRU P100-EXIT
            PERFORM P400-RELATORIO THRU P400-EXIT

            MOVE 'RELDURAC'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> QUANTIDADE DE EXECUCOES POR JOB (01 A 20); SEM PARAMETRO
      * >>> OU FORA DA FAIXA, AS ULTIMAS 10
       S010 SECTION.
       P010-PARAMETRO.
            ACCEPT WS-PARM-LINE FROM COMMAND-LINE
            IF WS-PARM-LINE(1:2) IS NUMERIC
               IF WS-PARM-LINE(1:2) > '00' AND
                  WS-PARM-LINE(1:2) NOT > '20'
                  MOVE WS-PARM-LINE(1:2) TO WS-ULTIMAS
               END-IF
            END-IF
            MOVE WS-ULTIMAS TO WS-ULT-ED
            DISPLAY 'ULTIMAS ' WS-ULT-ED ' EXECUCOES DE CADA JOB'.
       P010-EXIT.
            EXIT.

       S100 SECTION.
       P100-LER-HISTORICO.
            OPEN INPUT LOG-RUNHIST
            IF WS-FS-HIS = 35
               DISPLAY 'RUNHIST.LOG AINDA NAO EXISTE - NENHUMA'
                       ' EXECUCAO CRONOMETRADA'
               GO TO P100-EXIT
            END-IF
            IF WS-FS-HIS NOT = 00
               MOVE WS-FS-HIS                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO RUNHIST.LOG'   TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM P110-LER-LINHA THRU P110-EXIT
                    UNTIL WS-FS-HIS NOT = 00
            CLOSE LOG-RUNHIST.
       P100-EXIT.
            EXIT.

       P110-LER-LINHA.
            READ LOG-RUNHIST
                 AT END
                      GO TO P110-EXIT
            END-READ
            IF RH-JOB = SPACES OR RH-DURACAO NOT NUMERIC
               GO TO P110-EXIT
            END-IF
            ADD 1 TO WS-R-LIDOS

            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-QTD-JOBS OR WS-ACHOU = 'S'
               IF WS-TJ-JOB(WS-JX) = RH-JOB
                  MOVE 'S' TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-JX
            ELSE
               IF WS-QTD-JOBS NOT < 60
                  GO TO P110-EXIT
               END-IF
               ADD 1 TO WS-QTD-JOBS
               MOVE WS-QTD-JOBS TO WS-JX
               MOVE RH-JOB      TO WS-TJ-JOB(WS-JX)
            END-IF
            PERFORM P120-GUARDAR THRU P120-EXIT.
       P110-EXIT.
            EXIT.

      * >>> JANELA CHEIA: DESLOCA UMA POSICAO E A NOVA ENTRA NO FIM
       P120-GUARDAR.
            IF WS-TJ-QTD(WS-JX) < WS-ULTIMAS
               ADD 1 TO WS-TJ-QTD(WS-JX)
            ELSE
               PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX NOT < WS-ULTIMAS
                  MOVE WS-TJ-EXEC(WS-JX, WS-EX + 1)
                       TO WS-TJ-EXEC(WS-JX, WS-EX)
               END-PERFORM
            END-IF
            MOVE WS-TJ-QTD(WS-JX) TO WS-EX
            IF RH-ESPERADO IS NUMERIC
               MOVE RH-ESPERADO TO WS-TJ-ESPERADO(WS-JX)
            END-IF
            MOVE RH-DATA-PROC TO WS-TE-DATA-PROC(WS-JX, WS-EX)
            MOVE RH-DT-INICIO TO WS-TE-DT-INICIO(WS-JX, WS-EX)
            MOVE RH-HR-INICIO TO WS-TE-HR-INICIO(WS-JX, WS-EX)
            MOVE RH-DURACAO   TO WS-TE-DURACAO(WS-JX, WS-EX)
            MOVE RH-STATUS    TO WS-TE-STATUS(WS-JX, WS-EX)
            MOVE RH-ATRASO    TO WS-TE-ATRASO(WS-JX, WS-EX).
       P120-EXIT.
            EXIT.

       S400 SECTION.
       P400-RELATORIO.
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DURAC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-DURACAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DURACAO'   TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'TEMPO DE EXECUCAO DOS JOBS - ULTIMAS ' WS-ULT-ED
                   ' EXECUCOES - GERADO EM '
                   WS-TIMESTAMP(7:2) '/' WS-TIMESTAMP(5:2) '/'
                   WS-TIMESTAMP(1:4) ' ' WS-TIMESTAMP(9:2) ':'
                   WS-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            IF WS-QTD-JOBS = ZEROS
               MOVE ' NENHUMA EXECUCAO NO HISTORICO' TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
            END-IF
            PERFORM VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-QTD-JOBS
               PERFORM P410-UM-JOB THRU P410-EXIT
            END-PERFORM

            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' JOBS ' WS-R-JOBS
                   '  EXECUCOES ATRASADAS ' WS-R-ATRASOS
                   '  JOBS COM TEMPO SUBINDO ' WS-R-SUBINDO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            CLOSE REL-DURACAO.
       P400-EXIT.
            EXIT.

       P410-UM-JOB.
            ADD 1 TO WS-R-JOBS
            MOVE SPACES TO REL-LINHA
            IF WS-TJ-ESPERADO(WS-JX) = ZEROS
               STRING ' JOB ' WS-TJ-JOB(WS-JX)
                      '   TEMPO ESPERADO: SEM LIMITE'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE WS-TJ-ESPERADO(WS-JX) TO WS-ESP-ED
               STRING ' JOB ' WS-TJ-JOB(WS-JX)
                      '   TEMPO ESPERADO: ' WS-ESP-ED ' MIN'
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE '   DATA PROC   INICIO               DURACAO    SIT'
                 TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            MOVE ZEROS TO WS-SOMA1 WS-SOMA2
            COMPUTE WS-METADE = WS-TJ-QTD(WS-JX) / 2
            PERFORM VARYING WS-EX FROM 1 BY 1
                    UNTIL WS-EX > WS-TJ-QTD(WS-JX)
               PERFORM P420-UMA-EXECUCAO THRU P420-EXIT
            END-PERFORM
            PERFORM P440-TENDENCIA THRU P440-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P410-EXIT.
            EXIT.

       P420-UMA-EXECUCAO.
            MOVE WS-TE-DURACAO(WS-JX, WS-EX) TO WS-SEGUNDOS
            PERFORM P480-HMS THRU P480-EXIT
            IF WS-EX NOT > WS-METADE
               ADD WS-SEGUNDOS TO WS-SOMA1
            END-IF
            IF WS-EX > WS-TJ-QTD(WS-JX) - WS-METADE
               ADD WS-SEGUNDOS TO WS-SOMA2
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '   ' WS-TE-DATA-PROC(WS-JX, WS-EX)(7:2) '/'
                   WS-TE-DATA-PROC(WS-JX, WS-EX)(5:2) '/'
                   WS-TE-DATA-PROC(WS-JX, WS-EX)(1:4) '  '
                   WS-TE-DT-INICIO(WS-JX, WS-EX)(7:2) '/'
                   WS-TE-DT-INICIO(WS-JX, WS-EX)(5:2) '/'
                   WS-TE-DT-INICIO(WS-JX, WS-EX)(1:4) ' '
                   WS-TE-HR-INICIO(WS-JX, WS-EX)(1:2) ':'
                   WS-TE-HR-INICIO(WS-JX, WS-EX)(3:2) ':'
                   WS-TE-HR-INICIO(WS-JX, WS-EX)(5:2) '  '
                   WS-HMS '   '
                   WS-TE-STATUS(WS-JX, WS-EX)
                   DELIMITED BY SIZE INTO REL-LINHA
            IF WS-TE-ATRASO(WS-JX, WS-EX) = 'S'
               ADD 1 TO WS-R-ATRASOS
               MOVE '*** ATRASO ***' TO REL-LINHA(62:14)
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P420-EXIT.
            EXIT.

      * >>> METADE MAIS ANTIGA X METADE MAIS RECENTE DA JANELA; COM
      * >>> NUMERO IMPAR A EXECUCAO DO MEIO FICA FORA DAS DUAS MEDIAS
       P440-TENDENCIA.
            MOVE SPACES TO REL-LINHA
            IF WS-TJ-QTD(WS-JX) < 4
               MOVE '   TENDENCIA: POUCAS EXECUCOES PARA COMPARAR'
                    TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
               GO TO P440-EXIT
            END-IF
            COMPUTE WS-MEDIA1 = WS-SOMA1 / WS-METADE
            COMPUTE WS-MEDIA2 = WS-SOMA2 / WS-METADE
            MOVE WS-MEDIA1 TO WS-SEGUNDOS
            PERFORM P480-HMS THRU P480-EXIT
            MOVE WS-HMS    TO WS-MEDIA1-HMS
            MOVE WS-MEDIA2 TO WS-SEGUNDOS
            PERFORM P480-HMS THRU P480-EXIT
            MOVE WS-HMS    TO WS-MEDIA2-HMS

            IF WS-MEDIA1 = ZEROS
               MOVE ZEROS TO WS-VARIACAO
            ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                       (WS-MEDIA2 - WS-MEDIA1) * 100 / WS-MEDIA1
            END-IF
            EVALUATE TRUE
                WHEN WS-VARIACAO > 10
                  MOVE 'SUBINDO'  TO WS-TENDENCIA
                  ADD 1 TO WS-R-SUBINDO
                  DISPLAY 'ATENCAO: JOB ' WS-TJ-JOB(WS-JX)
                          ' COM TEMPO DE EXECUCAO SUBINDO'
                WHEN WS-VARIACAO < -10
                  MOVE 'CAINDO'   TO WS-TENDENCIA
                WHEN OTHER
                  MOVE 'ESTAVEL'  TO WS-TENDENCIA
            END-EVALUATE
            MOVE WS-VARIACAO TO WS-VAR-ED
            STRING '   MEDIA ANTIGA ' WS-MEDIA1-HMS
                   '  MEDIA RECENTE ' WS-MEDIA2-HMS
                   '  TENDENCIA: ' WS-TENDENCIA(1:8)
                   ' (' WS-VAR-ED '%)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P440-EXIT.
            EXIT.

      * >>> SEGUNDOS (WS-SEGUNDOS) EM HH:MM:SS (WS-HMS)
       P480-HMS.
            DIVIDE WS-SEGUNDOS BY 3600 GIVING WS-HMS-HH
                   REMAINDER WS-RESTO
            DIVIDE WS-RESTO BY 60 GIVING WS-HMS-MM
                   REMAINDER WS-HMS-SS.
       P480-EXIT.
            EXIT.

       P490-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P490-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELDURAC'
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
            MOVE 'RELDURAC' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDURAC FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' EXECUCOES LIDAS...........: ' WS-R-LIDOS
            DISPLAY ' JOBS NO RELATORIO.........: ' WS-R-JOBS
            DISPLAY ' EXECUCOES ATRASADAS.......: ' WS-R-ATRASOS
            DISPLAY ' JOBS COM TEMPO SUBINDO....: ' WS-R-SUBINDO
            DISPLAY ' RELATORIO GERADO..........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDURAC.
