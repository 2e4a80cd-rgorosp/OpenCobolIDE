      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DA PESQUISA DE AVALIACAO DAS OFERTAS PELOS
      *          ALUNOS - MEDIA DE CADA QUESTAO (1 A 5, RESPOSTA EM
      *          BRANCO FORA DA MEDIA) POR OFERTA DO TERMO E POR
      *          PROFESSOR (PROFATRI), AO LADO DA MEDIA DO TERMO
      *          ANTERIOR DO CALENDARIO: PARA A OFERTA, A MESMA
      *          MATERIA NO TERMO ANTERIOR; PARA O PROFESSOR, TODAS AS
      *          OFERTAS QUE ELE TEVE NO TERMO ANTERIOR. A COMPARACAO
      *          E FEITA PELO NUMERO DA QUESTAO.
      *          O TERMO VEM DO PARAMETRO DE EXECUCAO (AAAAT); SEM
      *          PARAMETRO, O TERMO ATUAL DO CALENDARIO.
      *          OFERTA COM MENOS DE 3 RESPOSTAS NAO TEM AS MEDIAS
      *          IMPRESSAS NEM ENTRA NA MEDIA DO PROFESSOR - COM TAO
      *          POUCAS FOLHAS DARIA PARA SABER QUEM RESPONDEU O QUE.
      *          SAIDA PESQ_<TS>.REL, REGISTRADA NO RELCATAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPESQU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X1 ASSIGN TO "C:/ARQUIVOS/RESPPESQ.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RS-CHAVE
                  FILE STATUS  IS WS-FS-RES.
           SELECT CFP001W9 ASSIGN TO "C:/ARQUIVOS/PESQUISA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS QS-CHAVE
                  FILE STATUS  IS WS-FS-PES.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-PAT.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRO.
           SELECT REL-PESQUISA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X1.
           COPY REGRESPQ.
       FD  CFP001W9.
           COPY REGPESQU.
       FD  CFP001SC.
           COPY REGCALEN.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001SA.
           COPY REGPROF.
       FD  REL-PESQUISA.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-RES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRO          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-PARM-LINE       PIC X(20) VALUE SPACES.
           03 WS-FIM-LEITURA     PIC X(01) VALUE 'N'.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-PERIODO         PIC X(01) VALUE SPACES.
           03 WS-OX              PIC 9(03) VALUE ZEROS.
           03 WS-PX              PIC 9(03) VALUE ZEROS.
           03 WS-QX              PIC 9(02) VALUE ZEROS.
           03 WS-ID-PROF         PIC 9(03) VALUE ZEROS.
           03 WS-NM-MATERIA      PIC X(20) VALUE SPACES.
           03 WS-NM-PROF         PIC X(20) VALUE SPACES.

      * >>> TERMO DO RELATORIO E TERMO ANTERIOR NO CALENDARIO
       01  WS-TERMOS.
           03 WS-TERMO-AT.
              05 WS-AT-ANO       PIC 9(04) VALUE ZEROS.
              05 WS-AT-TERMO     PIC 9(01) VALUE ZEROS.
           03 WS-TERMO-AN.
              05 WS-AN-ANO       PIC 9(04) VALUE ZEROS.
              05 WS-AN-TERMO     PIC 9(01) VALUE ZEROS.
           03 WS-TEM-ANTERIOR    PIC X(01) VALUE 'N'.

      * >>> MINIMO DE RESPOSTAS PARA A MEDIA SAIR NO RELATORIO
       77  WS-MIN-RESPOSTAS      PIC 9(02) VALUE 03.

      * >>> CONTADORES DO RELATORIO
       01  WS-CONTADORES.
           03 WS-R-LIDAS         PIC 9(07) VALUE ZEROS.
           03 WS-R-OFERTAS       PIC 9(05) VALUE ZEROS.
           03 WS-R-OMITIDAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-PROFESSORES   PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-PROF      PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * >>> TEXTO DAS QUESTOES DO TERMO, PELO NUMERO DA QUESTAO
       01  WS-TAB-QUESTOES.
           03 WS-TQ-TEXTO        PIC X(50) OCCURS 20 TIMES.

      * >>> SOMAS POR MATERIA: TERMO DO RELATORIO (AT) E ANTERIOR (AN)
       01  WS-TAB-OFERTAS.
           03 WS-QTD-OFERTAS     PIC 9(03) VALUE ZEROS.
           03 WS-TO OCCURS 200 TIMES.
              05 WS-TO-ID-MATERIA  PIC 999.
              05 WS-TO-RESP-AT     PIC 9(05).
              05 WS-TO-RESP-AN     PIC 9(05).
              05 WS-TO-QUESTAO OCCURS 20 TIMES.
                 07 WS-TO-SOMA-AT  PIC 9(06).
                 07 WS-TO-CONT-AT  PIC 9(05).
                 07 WS-TO-SOMA-AN  PIC 9(06).
                 07 WS-TO-CONT-AN  PIC 9(05).

      * >>> SOMAS POR PROFESSOR, SO DAS OFERTAS COM O MINIMO DE FOLHAS
       01  WS-TAB-PROFESSORES.
           03 WS-QTD-PROFS       PIC 9(03) VALUE ZEROS.
           03 WS-TP OCCURS 100 TIMES.
              05 WS-TP-ID-PROF     PIC 9(03).
              05 WS-TP-RESP-AT     PIC 9(05).
              05 WS-TP-RESP-AN     PIC 9(05).
              05 WS-TP-QUESTAO OCCURS 20 TIMES.
                 07 WS-TP-SOMA-AT  PIC 9(06).
                 07 WS-TP-CONT-AT  PIC 9(05).
                 07 WS-TP-SOMA-AN  PIC 9(06).
                 07 WS-TP-CONT-AN  PIC 9(05).

      * >>> LINHA DE UMA QUESTAO, COMUM A OFERTA E AO PROFESSOR
       01  WS-LINHA-QUESTAO.
           03 WS-LQ-SOMA-AT      PIC 9(06) VALUE ZEROS.
           03 WS-LQ-CONT-AT      PIC 9(05) VALUE ZEROS.
           03 WS-LQ-SOMA-AN      PIC 9(06) VALUE ZEROS.
           03 WS-LQ-CONT-AN      PIC 9(05) VALUE ZEROS.
           03 WS-LQ-MEDIA-AT     PIC 9V99  VALUE ZEROS.
           03 WS-LQ-MEDIA-AN     PIC 9V99  VALUE ZEROS.
           03 WS-LQ-VARIACAO     PIC S9V99 VALUE ZEROS.
           03 WS-LQ-MEDIA-ED     PIC 9,99.
           03 WS-LQ-ANTER-ED     PIC 9,99.
           03 WS-LQ-VAR-ED       PIC +9,99.
           03 WS-LQ-RESP-AT      PIC 9(05) VALUE ZEROS.
           03 WS-LQ-RESP-AN      PIC 9(05) VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RELPESQU - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            INITIALIZE WS-TAB-OFERTAS
            INITIALIZE WS-TAB-PROFESSORES
            INITIALIZE WS-TAB-QUESTOES

            PERFORM P100-TERMOS THRU P100-EXIT
            PERFORM P150-QUESTOES THRU P150-EXIT
            PERFORM P200-LER-RESPOSTAS THRU P200-EXIT
            PERFORM P300-PROFESSORES THRU P300-EXIT
            PERFORM P400-RELATORIO THRU P400-EXIT

            MOVE 'RELPESQU'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELPESQU' TO WS-LY-PROGRAMA
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

      * >>> TERMO DO PARAMETRO (AAAAT) OU O ATUAL DO CALENDARIO; O
      * >>> ANTERIOR E A MAIOR CHAVE DO CALENDARIO ABAIXO DELE
       S100 SECTION.
       P100-TERMOS.
            ACCEPT WS-PARM-LINE FROM COMMAND-LINE
            IF WS-PARM-LINE(1:5) IS NUMERIC
               MOVE WS-PARM-LINE(1:5) TO WS-TERMO-AT
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE WS-FS-CAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SC' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-TERMO-AT = ZEROS
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM UNTIL WS-FIM-LEITURA = 'S'
                  READ CFP001SC NEXT RECORD
                       AT END
                            MOVE 'S' TO WS-FIM-LEITURA
                       NOT AT END
                            IF TERMO-ATUAL
                               MOVE CL-CHAVE TO WS-TERMO-AT
                            END-IF
                  END-READ
               END-PERFORM
               CLOSE CFP001SC
               OPEN INPUT CFP001SC
            END-IF
            IF WS-TERMO-AT = ZEROS
               MOVE 10                                  TO WS-MSG1
               MOVE 'CALENDARIO SEM TERMO ATUAL'        TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CFP001SC NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-LEITURA
                    NOT AT END
                         IF CL-CHAVE < WS-TERMO-AT
                            MOVE CL-CHAVE TO WS-TERMO-AN
                            MOVE 'S'      TO WS-TEM-ANTERIOR
                         ELSE
                            MOVE 'S' TO WS-FIM-LEITURA
                         END-IF
               END-READ
            END-PERFORM
            CLOSE CFP001SC

            IF WS-TEM-ANTERIOR = 'S'
               DISPLAY 'TERMO ' WS-AT-ANO '/' WS-AT-TERMO
                       ' COMPARADO COM ' WS-AN-ANO '/' WS-AN-TERMO
            ELSE
               DISPLAY 'TERMO ' WS-AT-ANO '/' WS-AT-TERMO
                       ' SEM TERMO ANTERIOR NO CALENDARIO'
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> TEXTO DAS QUESTOES DO TERMO DO RELATORIO
       S150 SECTION.
       P150-QUESTOES.
            OPEN INPUT CFP001W9
            IF WS-FS-PES = 35
               GO TO P150-EXIT
            END-IF
            IF WS-FS-PES NOT = 00
               MOVE WS-FS-PES                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W9' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE WS-AT-ANO   TO QS-ANO
            MOVE WS-AT-TERMO TO QS-TERMO
            MOVE ZEROS       TO QS-NR-QUESTAO
            START CFP001W9 KEY IS NOT LESS THAN QS-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LEITURA
                  NOT INVALID KEY
                       MOVE 'N' TO WS-FIM-LEITURA
            END-START
            PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CFP001W9 NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-LEITURA
                    NOT AT END
                         IF QS-ANO NOT = WS-AT-ANO
                            OR QS-TERMO NOT = WS-AT-TERMO
                            MOVE 'S' TO WS-FIM-LEITURA
                         ELSE
                            IF QS-NR-QUESTAO > ZEROS
                               AND QS-NR-QUESTAO NOT > 20
                               MOVE QS-TEXTO
                                    TO WS-TQ-TEXTO(QS-NR-QUESTAO)
                            END-IF
                         END-IF
               END-READ
            END-PERFORM
            CLOSE CFP001W9.
       P150-EXIT.
            EXIT.

      * >>> SOMA AS RESPOSTAS DO TERMO E DO ANTERIOR POR MATERIA
       S200 SECTION.
       P200-LER-RESPOSTAS.
            OPEN INPUT CFP001X1
            IF WS-FS-RES = 35
               DISPLAY 'RESPPESQ.DAT AINDA NAO EXISTE - NENHUMA'
                       ' RESPOSTA GRAVADA'
               GO TO P200-EXIT
            END-IF
            IF WS-FS-RES NOT = 00
               MOVE WS-FS-RES                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X1' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM P210-UMA-RESPOSTA THRU P210-EXIT
                    UNTIL WS-FIM-LEITURA = 'S'
            CLOSE CFP001X1.
       P200-EXIT.
            EXIT.

       P210-UMA-RESPOSTA.
            READ CFP001X1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LEITURA
                      GO TO P210-EXIT
            END-READ
            MOVE SPACES TO WS-PERIODO
            IF RS-AN-MATERIA = WS-AT-ANO
               AND RS-TR-MATERIA = WS-AT-TERMO
               MOVE 'A' TO WS-PERIODO
            END-IF
            IF WS-TEM-ANTERIOR = 'S'
               AND RS-AN-MATERIA = WS-AN-ANO
               AND RS-TR-MATERIA = WS-AN-TERMO
               MOVE 'N' TO WS-PERIODO
            END-IF
            IF WS-PERIODO = SPACES OR RS-NOTAS IS NOT NUMERIC
               GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-R-LIDAS

            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OFERTAS OR WS-ACHOU = 'S'
               IF WS-TO-ID-MATERIA(WS-OX) = RS-ID-MATERIA
                  MOVE 'S' TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-OX
            ELSE
               IF WS-QTD-OFERTAS NOT < 200
                  GO TO P210-EXIT
               END-IF
               ADD 1 TO WS-QTD-OFERTAS
               MOVE WS-QTD-OFERTAS TO WS-OX
               MOVE RS-ID-MATERIA  TO WS-TO-ID-MATERIA(WS-OX)
            END-IF

            IF WS-PERIODO = 'A'
               ADD 1 TO WS-TO-RESP-AT(WS-OX)
            ELSE
               ADD 1 TO WS-TO-RESP-AN(WS-OX)
            END-IF
            PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               IF RS-NOTA(WS-QX) > ZEROS
                  IF WS-PERIODO = 'A'
                     ADD RS-NOTA(WS-QX) TO WS-TO-SOMA-AT(WS-OX, WS-QX)
                     ADD 1              TO WS-TO-CONT-AT(WS-OX, WS-QX)
                  ELSE
                     ADD RS-NOTA(WS-QX) TO WS-TO-SOMA-AN(WS-OX, WS-QX)
                     ADD 1              TO WS-TO-CONT-AN(WS-OX, WS-QX)
                  END-IF
               END-IF
            END-PERFORM.
       P210-EXIT.
            EXIT.

      * >>> PROFESSOR DE CADA OFERTA NOS DOIS TERMOS (PROFATRI); SO A
      * >>> OFERTA COM O MINIMO DE FOLHAS ENTRA NA SOMA DO PROFESSOR
       S300 SECTION.
       P300-PROFESSORES.
            OPEN INPUT CFP001SB
            IF WS-FS-PAT = 35
               DISPLAY 'PROFATRI.DAT AINDA NAO EXISTE - SEM MEDIAS'
                       ' POR PROFESSOR'
               GO TO P300-EXIT
            END-IF
            IF WS-FS-PAT NOT = 00
               MOVE WS-FS-PAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SB' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OFERTAS
               IF WS-TO-RESP-AT(WS-OX) NOT < WS-MIN-RESPOSTAS
                  MOVE WS-AT-ANO   TO PA-AN-MATERIA
                  MOVE WS-AT-TERMO TO PA-TR-MATERIA
                  MOVE 'A'         TO WS-PERIODO
                  PERFORM P310-SOMA-PROFESSOR THRU P310-EXIT
               END-IF
               IF WS-TO-RESP-AN(WS-OX) NOT < WS-MIN-RESPOSTAS
                  MOVE WS-AN-ANO   TO PA-AN-MATERIA
                  MOVE WS-AN-TERMO TO PA-TR-MATERIA
                  MOVE 'N'         TO WS-PERIODO
                  PERFORM P310-SOMA-PROFESSOR THRU P310-EXIT
               END-IF
            END-PERFORM
            CLOSE CFP001SB.
       P300-EXIT.
            EXIT.

       P310-SOMA-PROFESSOR.
            MOVE WS-TO-ID-MATERIA(WS-OX) TO PA-ID-MATERIA
            READ CFP001SB
                 KEY IS PA-CHAVE-MATERIA
                 INVALID KEY
                      IF WS-PERIODO = 'A'
                         ADD 1 TO WS-R-SEM-PROF
                      END-IF
                      GO TO P310-EXIT
            END-READ

            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-QTD-PROFS OR WS-ACHOU = 'S'
               IF WS-TP-ID-PROF(WS-PX) = PA-ID-PROF
                  MOVE 'S' TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-PX
            ELSE
               IF WS-QTD-PROFS NOT < 100
                  GO TO P310-EXIT
               END-IF
               ADD 1 TO WS-QTD-PROFS
               MOVE WS-QTD-PROFS TO WS-PX
               MOVE PA-ID-PROF   TO WS-TP-ID-PROF(WS-PX)
            END-IF

            IF WS-PERIODO = 'A'
               ADD WS-TO-RESP-AT(WS-OX) TO WS-TP-RESP-AT(WS-PX)
            ELSE
               ADD WS-TO-RESP-AN(WS-OX) TO WS-TP-RESP-AN(WS-PX)
            END-IF
            PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               IF WS-PERIODO = 'A'
                  ADD WS-TO-SOMA-AT(WS-OX, WS-QX)
                      TO WS-TP-SOMA-AT(WS-PX, WS-QX)
                  ADD WS-TO-CONT-AT(WS-OX, WS-QX)
                      TO WS-TP-CONT-AT(WS-PX, WS-QX)
               ELSE
                  ADD WS-TO-SOMA-AN(WS-OX, WS-QX)
                      TO WS-TP-SOMA-AN(WS-PX, WS-QX)
                  ADD WS-TO-CONT-AN(WS-OX, WS-QX)
                      TO WS-TP-CONT-AN(WS-PX, WS-QX)
               END-IF
            END-PERFORM.
       P310-EXIT.
            EXIT.

       S400 SECTION.
       P400-RELATORIO.
            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            OPEN INPUT CFP001SA
            IF WS-FS-PRO NOT = 00 AND 35
               MOVE WS-FS-PRO                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/PESQ_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-PESQUISA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                        TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-PESQUISA'  TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'PESQUISA DE AVALIACAO DAS OFERTAS - TERMO '
                   WS-AT-ANO '/' WS-AT-TERMO
                   ' - GERADO EM '
                   WS-TIMESTAMP(7:2) '/' WS-TIMESTAMP(5:2) '/'
                   WS-TIMESTAMP(1:4) ' ' WS-TIMESTAMP(9:2) ':'
                   WS-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            IF WS-TEM-ANTERIOR = 'S'
               STRING 'COMPARADO COM O TERMO ' WS-AN-ANO '/'
                      WS-AN-TERMO ' - NOTAS DE 1 A 5, OFERTA COM'
                      ' MENOS DE ' WS-MIN-RESPOSTAS
                      ' FOLHAS SEM MEDIAS'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'SEM TERMO ANTERIOR NO CALENDARIO'
                      ' - NOTAS DE 1 A 5, OFERTA COM'
                      ' MENOS DE ' WS-MIN-RESPOSTAS
                      ' FOLHAS SEM MEDIAS'
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ' MEDIAS POR OFERTA' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OFERTAS
               IF WS-TO-RESP-AT(WS-OX) > ZEROS
                  PERFORM P410-UMA-OFERTA THRU P410-EXIT
               END-IF
            END-PERFORM
            IF WS-R-OFERTAS = ZEROS
               MOVE ' NENHUMA RESPOSTA NO TERMO' TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
            END-IF

            MOVE ALL '=' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ' MEDIAS POR PROFESSOR' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            PERFORM VARYING WS-PX FROM 1 BY 1
                    UNTIL WS-PX > WS-QTD-PROFS
               IF WS-TP-RESP-AT(WS-PX) > ZEROS
                  PERFORM P430-UM-PROFESSOR THRU P430-EXIT
               END-IF
            END-PERFORM
            IF WS-R-PROFESSORES = ZEROS
               MOVE ' NENHUM PROFESSOR COM MEDIA NO TERMO'
                    TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
            END-IF

            MOVE ALL '-' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' OFERTAS ' WS-R-OFERTAS
                   '  SEM MEDIAS ' WS-R-OMITIDAS
                   '  PROFESSORES ' WS-R-PROFESSORES
                   '  SEM PROFESSOR ATRIBUIDO ' WS-R-SEM-PROF
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            CLOSE REL-PESQUISA
            CLOSE CFP001S2
            IF WS-FS-PRO = 00
               CLOSE CFP001SA
            END-IF.
       P400-EXIT.
            EXIT.

       P410-UMA-OFERTA.
            ADD 1 TO WS-R-OFERTAS
            MOVE WS-TO-ID-MATERIA(WS-OX) TO ID-MATERIA
            MOVE WS-AT-ANO               TO AN-MATERIA
            MOVE WS-AT-TERMO             TO TR-MATERIA
            MOVE SPACES TO WS-NM-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE '(OFERTA INEXISTENTE)' TO WS-NM-MATERIA
                 NOT INVALID KEY
                      MOVE NM-MATERIA TO WS-NM-MATERIA
            END-READ
            MOVE WS-TO-RESP-AT(WS-OX) TO WS-LQ-RESP-AT
            MOVE WS-TO-RESP-AN(WS-OX) TO WS-LQ-RESP-AN
            MOVE SPACES TO REL-LINHA
            STRING ' OFERTA ' ID-MATERIA ' ' AN-MATERIA '/'
                   TR-MATERIA ' ' WS-NM-MATERIA
                   '  FOLHAS ' WS-LQ-RESP-AT
                   '  NO TERMO ANTERIOR ' WS-LQ-RESP-AN
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            IF WS-LQ-RESP-AT < WS-MIN-RESPOSTAS
               ADD 1 TO WS-R-OMITIDAS
               MOVE '   POUCAS FOLHAS - MEDIAS OMITIDAS PARA PRESERVAR'
                    TO REL-LINHA
               MOVE ' O ANONIMATO' TO REL-LINHA(51:12)
               PERFORM P490-ESCREVER THRU P490-EXIT
               MOVE SPACES TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
               GO TO P410-EXIT
            END-IF

            PERFORM P470-CABECALHO-QUESTOES THRU P470-EXIT
            PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               MOVE WS-TO-SOMA-AT(WS-OX, WS-QX) TO WS-LQ-SOMA-AT
               MOVE WS-TO-CONT-AT(WS-OX, WS-QX) TO WS-LQ-CONT-AT
               MOVE WS-TO-SOMA-AN(WS-OX, WS-QX) TO WS-LQ-SOMA-AN
               MOVE WS-TO-CONT-AN(WS-OX, WS-QX) TO WS-LQ-CONT-AN
               PERFORM P450-LINHA-QUESTAO THRU P450-EXIT
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P410-EXIT.
            EXIT.

       P430-UM-PROFESSOR.
            ADD 1 TO WS-R-PROFESSORES
            MOVE WS-TP-ID-PROF(WS-PX) TO PR-ID-PROF
            MOVE SPACES TO WS-NM-PROF
            IF WS-FS-PRO = 00
               READ CFP001SA
                    KEY IS PR-ID-PROF
                    INVALID KEY
                         MOVE '(NAO CADASTRADO)' TO WS-NM-PROF
                    NOT INVALID KEY
                         MOVE PR-NM-PROF TO WS-NM-PROF
               END-READ
            END-IF
            MOVE WS-TP-RESP-AT(WS-PX) TO WS-LQ-RESP-AT
            MOVE WS-TP-RESP-AN(WS-PX) TO WS-LQ-RESP-AN
            MOVE WS-TP-ID-PROF(WS-PX) TO WS-ID-PROF
            MOVE SPACES TO REL-LINHA
            STRING ' PROFESSOR ' WS-ID-PROF ' ' WS-NM-PROF
                   '  FOLHAS ' WS-LQ-RESP-AT
                   '  NO TERMO ANTERIOR ' WS-LQ-RESP-AN
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            PERFORM P470-CABECALHO-QUESTOES THRU P470-EXIT
            PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 20
               MOVE WS-TP-SOMA-AT(WS-PX, WS-QX) TO WS-LQ-SOMA-AT
               MOVE WS-TP-CONT-AT(WS-PX, WS-QX) TO WS-LQ-CONT-AT
               MOVE WS-TP-SOMA-AN(WS-PX, WS-QX) TO WS-LQ-SOMA-AN
               MOVE WS-TP-CONT-AN(WS-PX, WS-QX) TO WS-LQ-CONT-AN
               PERFORM P450-LINHA-QUESTAO THRU P450-EXIT
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P430-EXIT.
            EXIT.

      * >>> MEDIA DA QUESTAO WS-QX NO TERMO E NO ANTERIOR; SEM FOLHAS
      * >>> SUFICIENTES NO ANTERIOR, A COMPARACAO FICA EM BRANCO
       P450-LINHA-QUESTAO.
            IF WS-LQ-CONT-AT = ZEROS
               GO TO P450-EXIT
            END-IF
            COMPUTE WS-LQ-MEDIA-AT ROUNDED =
                    WS-LQ-SOMA-AT / WS-LQ-CONT-AT
            MOVE WS-LQ-MEDIA-AT TO WS-LQ-MEDIA-ED
            MOVE SPACES TO REL-LINHA
            STRING '   ' WS-QX ' ' WS-TQ-TEXTO(WS-QX)(1:40)
                   '   ' WS-LQ-MEDIA-ED
                   DELIMITED BY SIZE INTO REL-LINHA
            IF WS-LQ-CONT-AN > ZEROS
               AND WS-LQ-RESP-AN NOT < WS-MIN-RESPOSTAS
               COMPUTE WS-LQ-MEDIA-AN ROUNDED =
                       WS-LQ-SOMA-AN / WS-LQ-CONT-AN
               COMPUTE WS-LQ-VARIACAO =
                       WS-LQ-MEDIA-AT - WS-LQ-MEDIA-AN
               MOVE WS-LQ-MEDIA-AN TO WS-LQ-ANTER-ED
               MOVE WS-LQ-VARIACAO TO WS-LQ-VAR-ED
               MOVE WS-LQ-ANTER-ED TO REL-LINHA(57:4)
               MOVE WS-LQ-VAR-ED   TO REL-LINHA(64:5)
            ELSE
               MOVE '  -' TO REL-LINHA(57:3)
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P450-EXIT.
            EXIT.

       P470-CABECALHO-QUESTOES.
            MOVE SPACES TO REL-LINHA
            MOVE '   QT QUESTAO' TO REL-LINHA
            MOVE 'MEDIA  ANTER  VARIAC' TO REL-LINHA(50:20)
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P470-EXIT.
            EXIT.

       P490-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P490-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA RELPESQU'
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
            MOVE 'RELPESQU' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELPESQU FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' FOLHAS LIDAS..............: ' WS-R-LIDAS
            DISPLAY ' OFERTAS NO RELATORIO......: ' WS-R-OFERTAS
            DISPLAY ' OFERTAS SEM MEDIAS........: ' WS-R-OMITIDAS
            DISPLAY ' PROFESSORES NO RELATORIO..: ' WS-R-PROFESSORES
            DISPLAY ' RELATORIO GERADO..........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELPESQU.
