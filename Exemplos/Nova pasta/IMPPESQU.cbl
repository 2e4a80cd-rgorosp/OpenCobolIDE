      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: IMPORTACAO EM LOTE DAS FOLHAS DA PESQUISA DE AVALIACAO
      *          DE UMA OFERTA (ARQUIVO PESQUISA.CSV) - A PRIMEIRA
      *          LINHA IDENTIFICA A OFERTA (ID_MATERIA,ANO,TERMO) E
      *          CADA LINHA SEGUINTE TRAZ UMA FOLHA: ID_ALUNO E AS
      *          NOTAS DAS QUESTOES 01 A 20 NA ORDEM DO NUMERO DA
      *          QUESTAO (1 A 5; 0 OU CAMPO VAZIO = EM BRANCO).
      *          CADA FOLHA PASSA PELO GRVPESQU, QUE CONFERE AS
      *          QUESTOES DO TERMO, A MATRICULA ATIVA NA OFERTA E A
      *          RESPOSTA UNICA E GRAVA AS NOTAS SEM O ALUNO.
      *          FOLHA RECUSADA VAI PARA O REJPESQ.CSV SO COM O ID DO
      *          ALUNO E O MOTIVO - AS NOTAS NAO SAO COPIADAS, PARA O
      *          ARQUIVO DE REJEITADOS NAO EXPOR AS RESPOSTAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPESQU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PESQUISA ASSIGN TO "C:/ARQUIVOS/PESQUISA.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-CSV.
           SELECT ARQ-REJEITO ASSIGN TO "C:/ARQUIVOS/REJPESQ.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REJ.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT
                  RESERVE       5 AREAS.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL
                  RESERVE       5 AREAS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PESQUISA.
       01  CSV-LINHA              PIC X(80).
       FD  ARQ-REJEITO.
       01  REJ-LINHA              PIC X(80).
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SC.
           COPY REGCALEN.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CSV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REJ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-LIDAS         PIC 9(05) VALUE ZEROS.
           03 WS-R-GRAVADAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-REJEITADAS    PIC 9(05) VALUE ZEROS.
           03 WS-FIM-CSV         PIC X(01) VALUE 'N'.
           03 WS-TEM-OFERTA      PIC X(01) VALUE 'N'.
           03 WS-MOTIVO          PIC X(40) VALUE SPACES.
           03 WS-IX              PIC 9(02) VALUE ZEROS.
           03 WS-PONTEIRO        PIC 9(03) VALUE ZEROS.

      * >>> CAMPOS PARTIDOS DA LINHA DO CSV
       01  WS-CAMPOS-CSV.
           03 WS-CAMPO-ALUNO     PIC X(05) VALUE SPACES.
           03 WS-CAMPO-NOTA      PIC X(01) VALUE SPACES.
           03 WS-CAMPO-MATERIA   PIC X(03) VALUE SPACES.
           03 WS-CAMPO-ANO       PIC X(04) VALUE SPACES.
           03 WS-CAMPO-TERMO     PIC X(01) VALUE SPACES.

      * AREA DE COMUNICACAO COM A GRAVACAO DA PESQUISA (GRVPESQU)
       01  WS-GRVPESQ-AREA.
           03 WS-GP-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-GP-ID-MATERIA   PIC 999   VALUE ZEROS.
           03 WS-GP-AN-MATERIA   PIC 9(04) VALUE ZEROS.
           03 WS-GP-TR-MATERIA   PIC 9(01) VALUE ZEROS.
           03 WS-GP-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-GP-ORIGEM       PIC X(01) VALUE SPACES.
           03 WS-GP-NOTAS.
              05 WS-GP-NOTA      PIC 9(01) OCCURS 20 TIMES.
           03 WS-GP-RETORNO      PIC X(01) VALUE SPACES.
           03 WS-GP-MENSAGEM     PIC X(40) VALUE SPACES.

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
            DISPLAY 'PROGRAMA IMPPESQU - INICIADO'
            PERFORM P050-ABRIR
            PERFORM P080-LER-CABECALHO THRU P080-EXIT
            IF WS-TEM-OFERTA = 'S'
               PERFORM P100-PROCESSA-LINHA THRU P100-EXIT
                       UNTIL WS-FIM-CSV = 'S'
            END-IF
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'IMPPESQU' TO WS-LY-PROGRAMA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-PESQUISA
            IF WS-FS-CSV NOT = 00
               MOVE WS-FS-CSV                          TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO PESQUISA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT ARQ-REJEITO
            IF WS-FS-REJ NOT = 00
               MOVE WS-FS-REJ                          TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO REJEITO'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE WS-FS-CAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SC' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> A PRIMEIRA LINHA DO CSV IDENTIFICA A OFERTA DAS FOLHAS
      * >>> (ID_MATERIA,ANO,TERMO), VALIDADA NO CFP001S2 E NO CALENDARIO
       S080 SECTION.
       P080-LER-CABECALHO.
            READ ARQ-PESQUISA
                 AT END
                      DISPLAY 'PESQUISA VAZIA - NADA A IMPORTAR'
                      GO TO P080-EXIT
            END-READ

            UNSTRING CSV-LINHA DELIMITED BY ','
                     INTO WS-CAMPO-MATERIA
                          WS-CAMPO-ANO
                          WS-CAMPO-TERMO
            END-UNSTRING

            IF WS-CAMPO-MATERIA IS NOT NUMERIC
               OR WS-CAMPO-ANO IS NOT NUMERIC
               OR WS-CAMPO-TERMO IS NOT NUMERIC
               DISPLAY 'CABECALHO DA PESQUISA INVALIDO: ' CSV-LINHA
               GO TO P080-EXIT
            END-IF

            MOVE WS-CAMPO-MATERIA TO ID-MATERIA
            MOVE WS-CAMPO-ANO     TO AN-MATERIA
            MOVE WS-CAMPO-TERMO   TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      DISPLAY 'OFERTA DA PESQUISA INEXISTENTE: '
                              CSV-LINHA
                      GO TO P080-EXIT
            END-READ

            MOVE AN-MATERIA TO CL-ANO
            MOVE TR-MATERIA TO CL-TERMO
            READ CFP001SC
                 KEY IS CL-CHAVE
                 INVALID KEY
                      DISPLAY 'ANO/TERMO DA OFERTA FORA DO'
                              ' CALENDARIO - PESQUISA RECUSADA!'
                      GO TO P080-EXIT
            END-READ

            MOVE 'S' TO WS-TEM-OFERTA
            DISPLAY 'IMPORTANDO PESQUISA DA OFERTA ' ID-MATERIA
                    ' ' AN-MATERIA '/' TR-MATERIA.
       P080-EXIT.
            EXIT.

       S100 SECTION.
       P100-PROCESSA-LINHA.
            READ ARQ-PESQUISA
                 AT END
                      MOVE 'S' TO WS-FIM-CSV
                      GO TO P100-EXIT
            END-READ
            IF CSV-LINHA = SPACES
               GO TO P100-EXIT
            END-IF

            ADD 1 TO WS-R-LIDAS
            MOVE SPACES TO WS-MOTIVO
            MOVE SPACES TO WS-CAMPO-ALUNO
            MOVE ZEROS  TO WS-GP-NOTAS
            MOVE 1      TO WS-PONTEIRO
            UNSTRING CSV-LINHA DELIMITED BY ','
                     INTO WS-CAMPO-ALUNO
                     WITH POINTER WS-PONTEIRO
            END-UNSTRING
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 20 OR WS-PONTEIRO > 80
               MOVE SPACES TO WS-CAMPO-NOTA
               UNSTRING CSV-LINHA DELIMITED BY ','
                        INTO WS-CAMPO-NOTA
                        WITH POINTER WS-PONTEIRO
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-CAMPO-NOTA = SPACES
                     CONTINUE
                   WHEN WS-CAMPO-NOTA IS NUMERIC
                     MOVE WS-CAMPO-NOTA TO WS-GP-NOTA(WS-IX)
                   WHEN OTHER
                     MOVE 'NOTA NAO NUMERICA' TO WS-MOTIVO
               END-EVALUATE
            END-PERFORM

            IF WS-CAMPO-ALUNO IS NOT NUMERIC
               MOVE 'ID DO ALUNO NAO NUMERICO' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO NOT = SPACES
               PERFORM P300-REJEITAR THRU P300-EXIT
               GO TO P100-EXIT
            END-IF

            MOVE 'G'            TO WS-GP-FUNCAO
            MOVE ID-MATERIA     TO WS-GP-ID-MATERIA
            MOVE AN-MATERIA     TO WS-GP-AN-MATERIA
            MOVE TR-MATERIA     TO WS-GP-TR-MATERIA
            MOVE WS-CAMPO-ALUNO TO WS-GP-ID-ALUNO
            MOVE 'C'            TO WS-GP-ORIGEM
            CALL 'GRVPESQU' USING WS-GRVPESQ-AREA
            EVALUATE WS-GP-RETORNO
                WHEN 'S'
                  ADD 1 TO WS-R-GRAVADAS
                WHEN 'N'
                  MOVE WS-GP-MENSAGEM TO WS-MOTIVO
                  PERFORM P300-REJEITAR THRU P300-EXIT
                WHEN OTHER
                  MOVE 99                               TO WS-MSG1
                  MOVE WS-GP-MENSAGEM                   TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
            END-EVALUATE.
       P100-EXIT.
            EXIT.

      * >>> SO O ID DO ALUNO E O MOTIVO - AS NOTAS NAO SAO COPIADAS
       S300 SECTION.
       P300-REJEITAR.
            ADD 1 TO WS-R-REJEITADAS
            MOVE SPACES TO REJ-LINHA
            STRING WS-CAMPO-ALUNO DELIMITED BY SPACE
                   ',MOTIVO=' DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO REJ-LINHA
            WRITE REJ-LINHA.
       P300-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE 'F' TO WS-GP-FUNCAO
            CALL 'GRVPESQU' USING WS-GRVPESQ-AREA
            CLOSE ARQ-PESQUISA
            CLOSE ARQ-REJEITO
            CLOSE CFP001S2
            CLOSE CFP001SC
            IF WS-FS-REJ NOT = 00 THEN
               MOVE WS-FS-REJ                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO REJEITO'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA IMPPESQU'
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
            MOVE 'IMPPESQU' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA IMPPESQU FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE FOLHAS LIDAS......: ' WS-R-LIDAS
            DISPLAY ' QTDE FOLHAS GRAVADAS...: ' WS-R-GRAVADAS
            DISPLAY ' QTDE FOLHAS REJEITADAS.: ' WS-R-REJEITADAS
            DISPLAY '--------------------------------------'
            MOVE 'IMPPESQU' TO WS-LG-PROGRAMA
            MOVE 'FOLHAS PESQUISA' TO WS-LG-CONTADOR
            MOVE WS-R-GRAVADAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM IMPPESQU.
