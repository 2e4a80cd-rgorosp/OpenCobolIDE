      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CALENDARIO DE AVALIACOES POR TURMA - PARA AS FAMILIAS:
      *          LISTA, PARA CADA TURMA, AS PROVAS, TRABALHOS E
      *          RECUPERACOES MARCADAS NO AVALIACO.DAT (CFP001V2,
      *          MANTIDO PELO CADAVALI) PARA O ANO/TERMO PEDIDO. A
      *          TURMA DE UMA OFERTA E TODA TURMA QUE TEM A MATERIA NA
      *          MATRIZ CURRICULAR (CFP001S8), COMO NO RELHORAR. SAI
      *          ORDENADO POR TURMA E DATA (SORT NOS MOLDES DO
      *          HISESCOL), COM TOTAL POR TURMA. RODA PARA UMA TURMA OU
      *          PARA TODAS (TURMA EM BRANCO). SAIDA COM TIMESTAMP E
      *          REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAVALI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S8 ASSIGN TO "C:/ARQUIVOS/CURRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CU-CHAVE
                  FILE STATUS  IS WS-FS-CUR.
           SELECT CFP001V2 ASSIGN TO "C:/ARQUIVOS/AVALIACO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AV-CHAVE
                  ALTERNATE RECORD KEY IS AV-DT-AVALIACAO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-AVA.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT WORK-AVALI ASSIGN TO "C:/ARQUIVOS/AVALWORK.TMP".
           SELECT REL-AVALI ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S8.
           COPY REGCURRI.
       FD  CFP001V2.
           COPY REGAVALI.
       FD  CFP001S2.
           COPY REGMATER.
       SD  WORK-AVALI.
       01  WRK-AVALI.
           03 WRK-TURMA          PIC X(05).
           03 WRK-DT-AVALIACAO.
              05 WRK-DT-ANO      PIC 9(04).
              05 WRK-DT-MES      PIC 9(02).
              05 WRK-DT-DIA      PIC 9(02).
           03 WRK-ID-MATERIA     PIC 999.
           03 WRK-NR-NOTA        PIC 9(01).
           03 WRK-NM-MATERIA     PIC X(20).
           03 WRK-TIPO           PIC X(01).
           03 WRK-DESCRICAO      PIC X(30).
       FD  REL-AVALI.
       01  REL-LINHA             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AVA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDO    PIC X(05) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-TERMO-PEDIDO    PIC 9(01) VALUE ZEROS.
           03 WS-FIM-CUR         PIC X(01) VALUE 'N'.
           03 WS-FIM-AVA         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-TX-TIPO         PIC X(12) VALUE SPACES.

       77  WS-R-AVALIACOES       PIC 9(05) VALUE ZEROS.
       77  WS-R-TURMAS           PIC 9(03) VALUE ZEROS.
       77  WS-AVA-TURMA          PIC 9(05) VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RELAVALI - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR

            SORT WORK-AVALI
                 ON ASCENDING KEY WRK-TURMA
                 ON ASCENDING KEY WRK-DT-AVALIACAO
                 ON ASCENDING KEY WRK-ID-MATERIA
                 ON ASCENDING KEY WRK-NR-NOTA
                 INPUT PROCEDURE IS S210
                 OUTPUT PROCEDURE IS S250

            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELAVALI' TO WS-LY-PROGRAMA
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
            ACCEPT WS-TURMA-PEDIDO
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WS-ANO-PEDIDO
            DISPLAY 'TERMO (0 A 9): '
            ACCEPT WS-TERMO-PEDIDO.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CALPROVA_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S8
            IF WS-FS-CUR NOT = 00
               MOVE WS-FS-CUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM O ARQUIVO NENHUMA AVALIACAO FOI MARCADA: O RELATORIO
      * >>> SAI SO COM O CABECALHO E OS TOTAIS ZERADOS
            OPEN INPUT CFP001V2
            IF WS-FS-AVA = 35
               MOVE 'S' TO WS-FIM-CUR
            ELSE
            IF WS-FS-AVA NOT = 00
               MOVE WS-FS-AVA                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            END-IF
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            OPEN OUTPUT REL-AVALI
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-AVALI'        TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-TURMA-PEDIDO = SPACES
               STRING 'CALENDARIO DE AVALIACOES ' WS-ANO-PEDIDO
                      '/' WS-TERMO-PEDIDO ' - TODAS AS TURMAS'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'CALENDARIO DE AVALIACOES ' WS-ANO-PEDIDO
                      '/' WS-TERMO-PEDIDO ' - TURMA '
                      WS-TURMA-PEDIDO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: PARA CADA MATERIA DA MATRIZ DE CADA TURMA,
      * >>> AS AVALIACOES DA OFERTA DO ANO/TERMO PEDIDO
       S210 SECTION.
       P210-CARREGA-AVALIACOES.
            IF WS-FIM-CUR = 'S'
               GO TO P229-FIM-ENTRADA
            END-IF
            MOVE LOW-VALUES TO CU-CHAVE
            IF WS-TURMA-PEDIDO NOT = SPACES
               MOVE WS-TURMA-PEDIDO TO CU-TU-ALUNO
            END-IF
            START CFP001S8 KEY IS NOT LESS CU-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CUR
            END-START
            PERFORM P220-LER-MATRIZ THRU P220-EXIT
                    UNTIL WS-FIM-CUR = 'S'
            GO TO P229-FIM-ENTRADA.

       P220-LER-MATRIZ.
            READ CFP001S8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CUR
                      GO TO P220-EXIT
            END-READ
            IF WS-FS-CUR NOT = 00
               MOVE WS-FS-CUR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S8'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-TURMA-PEDIDO NOT = SPACES
               AND CU-TU-ALUNO NOT = WS-TURMA-PEDIDO
               MOVE 'S' TO WS-FIM-CUR
               GO TO P220-EXIT
            END-IF

            MOVE CU-ID-MATERIA   TO ID-MATERIA
            MOVE WS-ANO-PEDIDO   TO AN-MATERIA
            MOVE WS-TERMO-PEDIDO TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      GO TO P220-EXIT
            END-READ

            MOVE CHAVE-MATERIA TO AV-CHAVE-MATERIA
            MOVE ZEROS         TO AV-NR-NOTA
            MOVE 'N'           TO WS-FIM-AVA
            START CFP001V2 KEY IS NOT LESS AV-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-AVA
            END-START
            PERFORM P225-LER-AVALIACAO THRU P225-EXIT
                    UNTIL WS-FIM-AVA = 'S'.
       P220-EXIT.
            EXIT.

       P225-LER-AVALIACAO.
            READ CFP001V2 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-AVA
                      GO TO P225-EXIT
            END-READ
            IF AV-CHAVE-MATERIA NOT = CHAVE-MATERIA
               MOVE 'S' TO WS-FIM-AVA
               GO TO P225-EXIT
            END-IF

            MOVE CU-TU-ALUNO     TO WRK-TURMA
            MOVE AV-DT-AVALIACAO TO WRK-DT-AVALIACAO
            MOVE AV-ID-MATERIA   TO WRK-ID-MATERIA
            MOVE AV-NR-NOTA      TO WRK-NR-NOTA
            MOVE NM-MATERIA      TO WRK-NM-MATERIA
            MOVE AV-TIPO         TO WRK-TIPO
            MOVE AV-DESCRICAO    TO WRK-DESCRICAO
            RELEASE WRK-AVALI.
       P225-EXIT.
            EXIT.

       P229-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: AS AVALIACOES JA CHEGAM POR TURMA/DATA,
      * >>> COM QUEBRA E TOTAL A CADA TURMA
       S250 SECTION.
       P250-IMPRIME-AVALIACOES.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE ZEROS  TO WS-AVA-TURMA
            MOVE 'N'    TO WS-FIM-SORT

            PERFORM P255-UM-RETORNO THRU P255-EXIT
                    UNTIL WS-FIM-SORT = 'S'

            IF WS-R-AVALIACOES = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING '  NENHUMA AVALIACAO MARCADA NO PERIODO'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO P259-FIM-SAIDA
            END-IF
            PERFORM P270-TOTAL-TURMA THRU P270-EXIT
            GO TO P259-FIM-SAIDA.

       P255-UM-RETORNO.
            RETURN WORK-AVALI
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P255-EXIT
            END-RETURN

            IF WRK-TURMA NOT = WS-TURMA-ANT
               IF WS-R-AVALIACOES > ZEROS
                  PERFORM P270-TOTAL-TURMA THRU P270-EXIT
               END-IF
               PERFORM P260-CABECALHO-TURMA THRU P260-EXIT
            END-IF

            EVALUATE WRK-TIPO
                WHEN 'P'
                  MOVE 'PROVA'       TO WS-TX-TIPO
                WHEN 'T'
                  MOVE 'TRABALHO'    TO WS-TX-TIPO
                WHEN 'R'
                  MOVE 'RECUPERACAO' TO WS-TX-TIPO
                WHEN OTHER
                  MOVE WRK-TIPO      TO WS-TX-TIPO
            END-EVALUATE

            ADD 1 TO WS-R-AVALIACOES
            ADD 1 TO WS-AVA-TURMA
            MOVE SPACES TO REL-LINHA
            STRING WRK-DT-DIA '/' WRK-DT-MES '/' WRK-DT-ANO '  '
                   WRK-ID-MATERIA ' ' WRK-NM-MATERIA ' '
                   WS-TX-TIPO ' ' WRK-NR-NOTA '    '
                   WRK-DESCRICAO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P255-EXIT.
            EXIT.

       P260-CABECALHO-TURMA.
            ADD 1 TO WS-R-TURMAS
            MOVE ZEROS     TO WS-AVA-TURMA
            MOVE WRK-TURMA TO WS-TURMA-ANT
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'DATA        MATERIA                  TIPO'
                   '         NOTA CONTEUDO'
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
            STRING 'AVALIACOES DA TURMA ' WS-TURMA-ANT ': '
                   WS-AVA-TURMA
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
            STRING 'TURMAS COM AVALIACAO.......: ' WS-R-TURMAS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'AVALIACOES LISTADAS........: ' WS-R-AVALIACOES
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            CLOSE CFP001S8
            IF WS-FS-AVA NOT = 35
               CLOSE CFP001V2
            END-IF
            CLOSE CFP001S2
            CLOSE REL-AVALI

            MOVE 'RELAVALI'        TO WS-CAT-RELATORIO
            MOVE WS-R-AVALIACOES   TO WS-CAT-QTD-LINHAS
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
            DISPLAY '     ERRO PROGRAMA RELAVALI'
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
            MOVE 'RELAVALI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELAVALI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS COM AVALIACAO.......: ' WS-R-TURMAS
            DISPLAY ' AVALIACOES LISTADAS........: ' WS-R-AVALIACOES
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELAVALI.
