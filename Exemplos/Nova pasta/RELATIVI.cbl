      *          DISPUTA COM ATENDENTE. SAIDA REGISTRADA NO RELCATAL
      * Update: 02-09-26 - ACOMPANHA A LINHA AMPLIADA DO JORNMAST
      *         (IMAGENS DE 135 POSICOES): OPERADOR LIDO EM 304-311
      * Update: 15-10-26 - O QUADRO DE CADA OPERADOR MOSTRA A QUEM
      *         PERTENCE O LOGIN: NOME NO CFP001SJ E, HAVENDO VINCULO
      *         (OP-ID-FUNC), O FUNCIONARIO, CARGO, UNIDADE E
      *         DEPARTAMENTO NO MESTRE DE FUNCIONARIOS (CFP001T6)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATIVI.
           SELECT LOG-ERROS ASSIGN TO "C:/ARQUIVOS/ERROLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-ERR.
           SELECT CFP001SJ ASSIGN TO "C:/ARQUIVOS/OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS OP-ID-OPERADOR
                  FILE STATUS  IS WS-FS-OPE.
           SELECT CFP001T6 ASSIGN TO "C:/ARQUIVOS/FUNCIONA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FU-ID-FUNC
                  FILE STATUS  IS WS-FS-FUN.
           SELECT CFP001T7 ASSIGN TO "C:/ARQUIVOS/DEPA_CADASTRO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DP-ID-DEPTO
                  FILE STATUS  IS WS-FS-DEP.
           SELECT REL-ATIVIDADE ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       01  TOT-LINHA             PIC X(100).
       FD  LOG-ERROS.
       01  ERR-LINHA             PIC X(120).
       FD  CFP001SJ.
           COPY REGOPER.
       FD  CFP001T6.
           COPY REGFUNCI.
       FD  CFP001T7.
           COPY REGDEPTO.
       FD  REL-ATIVIDADE.
       01  REL-LINHA             PIC X(100).

           03 WS-FIM-LOG         PIC X(01) VALUE 'N'.
           03 WS-OPER-LINHA      PIC X(08) VALUE SPACES.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-FUN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DEP          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-OPERADORES  PIC X(01) VALUE 'N'.
           03 WS-SEM-FUNCIONA    PIC X(01) VALUE 'N'.
           03 WS-SEM-DEPTOS      PIC X(01) VALUE 'N'.

      * >>> APURACAO POR OPERADOR
       01  WS-TAB-OPER.
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'TOTAIS DO PERIODO POR OPERADOR' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            OPEN INPUT CFP001SJ
            IF WS-FS-OPE NOT = 00
               MOVE 'S' TO WS-SEM-OPERADORES
            END-IF
            OPEN INPUT CFP001T6
            IF WS-FS-FUN NOT = 00
               MOVE 'S' TO WS-SEM-FUNCIONA
            END-IF
            OPEN INPUT CFP001T7
            IF WS-FS-DEP NOT = 00
               MOVE 'S' TO WS-SEM-DEPTOS
            END-IF
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OPERS
               MOVE SPACES TO REL-LINHA
                      ' ENTRADAS ' WS-OPR-SIGNONS(WS-OX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               PERFORM P420-PESSOA THRU P420-EXIT
               MOVE SPACES TO REL-LINHA
               STRING '   JORNAL: INCL ' WS-OPR-INCLUI(WS-OX)
                      ' ALTER ' WS-OPR-ALTERA(WS-OX)
                      ' ERROS ' WS-OPR-ERROS(WS-OX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-PERFORM
            IF WS-SEM-OPERADORES = 'N'
               CLOSE CFP001SJ
            END-IF
            IF WS-SEM-FUNCIONA = 'N'
               CLOSE CFP001T6
            END-IF
            IF WS-SEM-DEPTOS = 'N'
               CLOSE CFP001T7
            END-IF.
       P400-EXIT.
            EXIT.

      * >>> A QUEM PERTENCE O LOGIN: OPERADOR E FUNCIONARIO VINCULADO
       P420-PESSOA.
            IF WS-SEM-OPERADORES = 'S'
               GO TO P420-EXIT
            END-IF
            MOVE WS-OPR-ID(WS-OX) TO OP-ID-OPERADOR
            READ CFP001SJ
                 KEY IS OP-ID-OPERADOR
                 INVALID KEY
                      MOVE '   LOGIN NAO CADASTRADO NO CFP001SJ'
                           TO REL-LINHA
                      PERFORM P450-ESCREVER THRU P450-EXIT
                      GO TO P420-EXIT
            END-READ
            IF OP-ID-FUNC IS NOT NUMERIC
               OR OP-ID-FUNC = ZEROS
               OR WS-SEM-FUNCIONA = 'S'
               MOVE SPACES TO REL-LINHA
               STRING '   LOGIN DE ' OP-NOME
                      ' (SEM FUNCIONARIO VINCULADO)'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P420-EXIT
            END-IF
            MOVE OP-ID-FUNC TO FU-ID-FUNC
            READ CFP001T6
                 KEY IS FU-ID-FUNC
                 INVALID KEY
                      MOVE 'FUNCIONARIO INEXISTENTE' TO FU-NM-FUNC
                      MOVE SPACES TO FU-CARGO FU-UNIDADE
                      MOVE ZEROS  TO FU-ID-DEPTO
            END-READ
            MOVE SPACES TO DP-NM-DEPTO
            IF WS-SEM-DEPTOS = 'N'
               MOVE FU-ID-DEPTO TO DP-ID-DEPTO
               READ CFP001T7
                    KEY IS DP-ID-DEPTO
                    INVALID KEY
                         MOVE SPACES TO DP-NM-DEPTO
               END-READ
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '   FUNCIONARIO ' OP-ID-FUNC ' ' FU-NM-FUNC
                   ' ' FU-CARGO
                   ' UN ' FU-UNIDADE ' ' DP-NM-DEPTO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P420-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
