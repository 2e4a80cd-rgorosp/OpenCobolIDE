      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: DEPENDENCIAS EM ABERTO POR TURMA - LISTA, PARA CADA
      *          TURMA, OS ALUNOS COM MATERIA EM DEPENDENCIA AINDA NAO
      *          CUMPRIDA (DEPENDEN.DAT, ABERTA PELO ROLLANO): EM
      *          ABERTO (SEM MATRICULA NA REFACAO) OU EM CURSO (JA
      *          VINCULADA A UMA OFERTA PELO CADMATRI). A TURMA E A
      *          ATUAL DO ALUNO NO MESTRE; SAI ORDENADO POR TURMA,
      *          ALUNO E MATERIA (SORT NOS MOLDES DO HISESCOL), COM
      *          TOTAL POR TURMA. RODA PARA UMA TURMA OU PARA TODAS
      *          (TURMA EM BRANCO). SAIDA COM TIMESTAMP E REGISTRO NO
      *          CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V1 ASSIGN TO "C:/ARQUIVOS/DEPENDEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DP-CHAVE
                  FILE STATUS  IS WS-FS-DEP.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT WORK-DEPEN ASSIGN TO "C:/ARQUIVOS/DEPNWORK.TMP".
           SELECT REL-DEPEN ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V1.
           COPY REGDEPEN.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       SD  WORK-DEPEN.
       01  WRK-DEPEN.
           03 WRK-TURMA          PIC X(05).
           03 WRK-ID-ALUNO       PIC 9(05).
           03 WRK-ID-MATERIA     PIC 999.
           03 WRK-PERIODO.
              05 WRK-ANO         PIC 9(04).
              05 WRK-TRM         PIC 9(01).
           03 WRK-NM-ALUNO       PIC X(20).
           03 WRK-NM-MATERIA     PIC X(20).
           03 WRK-SIT-ORIGEM     PIC X(01).
           03 WRK-TURMA-ORIGEM   PIC X(05).
           03 WRK-ST-DEPENDENCIA PIC X(01).
           03 WRK-RF-ANO         PIC 9(04).
           03 WRK-RF-TRM         PIC 9(01).
       FD  REL-DEPEN.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDO    PIC X(05) VALUE SPACES.
           03 WS-FIM-DEP         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-TX-SITUACAO     PIC X(20) VALUE SPACES.

       77  WS-R-DEPENDENCIAS     PIC 9(05) VALUE ZEROS.
       77  WS-R-TURMAS           PIC 9(03) VALUE ZEROS.
       77  WS-DEP-TURMA          PIC 9(05) VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RELDEPEN - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR

            SORT WORK-DEPEN
                 ON ASCENDING KEY WRK-TURMA
                 ON ASCENDING KEY WRK-ID-ALUNO
                 ON ASCENDING KEY WRK-ID-MATERIA
                 ON ASCENDING KEY WRK-PERIODO
                 INPUT PROCEDURE IS S210
                 OUTPUT PROCEDURE IS S250

            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELDEPEN' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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

       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'TURMA (BRANCO = TODAS): '
            ACCEPT WS-TURMA-PEDIDO.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DEPENDEN_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

      * >>> SEM O ARQUIVO NENHUMA DEPENDENCIA FOI ABERTA: O RELATORIO
      * >>> SAI SO COM O CABECALHO E OS TOTAIS ZERADOS
            OPEN INPUT CFP001V1
            IF WS-FS-DEP = 35
               MOVE 'S' TO WS-FIM-DEP
            ELSE
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            OPEN OUTPUT REL-DEPEN
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DEPEN'        TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-TURMA-PEDIDO = SPACES
               STRING 'DEPENDENCIAS EM ABERTO - TODAS AS TURMAS'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'DEPENDENCIAS EM ABERTO - TURMA '
                      WS-TURMA-PEDIDO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: AS DEPENDENCIAS NAO CUMPRIDAS, COM A
      * >>> TURMA ATUAL DO ALUNO E O NOME DA MATERIA
       S210 SECTION.
       P210-CARREGA-DEPENDENCIAS.
            PERFORM P220-LER-DEPENDENCIA THRU P220-EXIT
                    UNTIL WS-FIM-DEP = 'S'
            GO TO P229-FIM-ENTRADA.

       P220-LER-DEPENDENCIA.
            READ CFP001V1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DEP
                      GO TO P220-EXIT
            END-READ
            IF WS-FS-DEP NOT = 00
               MOVE WS-FS-DEP                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF NOT DEPENDENCIA-PENDENTE
               GO TO P220-EXIT
            END-IF

            MOVE DP-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE DP-TURMA-DESTINO     TO TU-ALUNO
            END-READ
            IF WS-TURMA-PEDIDO NOT = SPACES
               AND TU-ALUNO NOT = WS-TURMA-PEDIDO
               GO TO P220-EXIT
            END-IF

            MOVE DP-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE 'MATERIA DESCONHECIDA' TO NM-MATERIA
            END-READ

            MOVE TU-ALUNO          TO WRK-TURMA
            MOVE DP-ID-ALUNO       TO WRK-ID-ALUNO
            MOVE DP-ID-MATERIA     TO WRK-ID-MATERIA
            MOVE DP-AN-MATERIA     TO WRK-ANO
            MOVE DP-TR-MATERIA     TO WRK-TRM
            MOVE NM-ALUNO          TO WRK-NM-ALUNO
            MOVE NM-MATERIA        TO WRK-NM-MATERIA
            MOVE DP-SIT-ORIGEM     TO WRK-SIT-ORIGEM
            MOVE DP-TURMA-ORIGEM   TO WRK-TURMA-ORIGEM
            MOVE DP-ST-DEPENDENCIA TO WRK-ST-DEPENDENCIA
            MOVE DP-RF-AN-MATERIA  TO WRK-RF-ANO
            MOVE DP-RF-TR-MATERIA  TO WRK-RF-TRM
            RELEASE WRK-DEPEN.
       P220-EXIT.
            EXIT.

       P229-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: AS DEPENDENCIAS JA CHEGAM POR TURMA/ALUNO,
      * >>> COM QUEBRA E TOTAL A CADA TURMA
       S250 SECTION.
       P250-IMPRIME-DEPENDENCIAS.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE ZEROS  TO WS-DEP-TURMA
            MOVE 'N'    TO WS-FIM-SORT

            PERFORM P255-UM-RETORNO THRU P255-EXIT
                    UNTIL WS-FIM-SORT = 'S'

            IF WS-R-DEPENDENCIAS = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '  NENHUMA DEPENDENCIA EM ABERTO'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO P259-FIM-SAIDA
            END-IF
            PERFORM P270-TOTAL-TURMA THRU P270-EXIT
            GO TO P259-FIM-SAIDA.

       P255-UM-RETORNO.
            RETURN WORK-DEPEN
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P255-EXIT
            END-RETURN

            IF WRK-TURMA NOT = WS-TURMA-ANT
               IF WS-R-DEPENDENCIAS > ZEROS
                  PERFORM P270-TOTAL-TURMA THRU P270-EXIT
               END-IF
               PERFORM P260-CABECALHO-TURMA THRU P260-EXIT
            END-IF

            IF WRK-ST-DEPENDENCIA = 'M'
               MOVE SPACES TO WS-TX-SITUACAO
               STRING 'EM CURSO ' WRK-RF-ANO '/' WRK-RF-TRM
                      DELIMITED BY SIZE INTO WS-TX-SITUACAO
            ELSE
               MOVE 'EM ABERTO' TO WS-TX-SITUACAO
            END-IF

            ADD 1 TO WS-R-DEPENDENCIAS
            ADD 1 TO WS-DEP-TURMA
            MOVE SPACES TO REL-LINHA
            STRING WRK-ID-ALUNO ' ' WRK-NM-ALUNO ' '
                   WRK-ID-MATERIA ' ' WRK-NM-MATERIA ' '
                   WRK-ANO '/' WRK-TRM '  ' WRK-SIT-ORIGEM '   '
                   WRK-TURMA-ORIGEM ' ' WS-TX-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P255-EXIT.
            EXIT.

       P260-CABECALHO-TURMA.
            ADD 1 TO WS-R-TURMAS
            MOVE ZEROS     TO WS-DEP-TURMA
            MOVE WRK-TURMA TO WS-TURMA-ANT
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNO                     MATERIA'
                   '                  PERIODO SIT ORIGEM'
                   ' SITUACAO'
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA.
       P260-EXIT.
            EXIT.

       P270-TOTAL-TURMA.
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DEPENDENCIAS NA TURMA ' WS-TURMA-ANT ': '
                   WS-DEP-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA.
       P270-EXIT.
            EXIT.

       P259-FIM-SAIDA.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS COM DEPENDENCIA.....: ' WS-R-TURMAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DEPENDENCIAS EM ABERTO.....: ' WS-R-DEPENDENCIAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            IF WS-FS-DEP NOT = 35
               CLOSE CFP001V1
            END-IF
            CLOSE CFP001S1
            CLOSE CFP001S2
            CLOSE REL-DEPEN

            MOVE 'RELDEPEN'        TO WS-CAT-RELATORIO
            MOVE WS-R-DEPENDENCIAS TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA      TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELDEPEN'
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
            MOVE 'RELDEPEN' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDEPEN FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS COM DEPENDENCIA.....: ' WS-R-TURMAS
            DISPLAY ' DEPENDENCIAS EM ABERTO.....: ' WS-R-DEPENDENCIAS
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDEPEN.
