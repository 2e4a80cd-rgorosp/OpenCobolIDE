      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: SLOTS FORA DA DISPONIBILIDADE DO PROFESSOR - VARRE A
      *          GRADE GRAVADA (HORARIO.DAT) E, PARA CADA SLOT, BUSCA O
      *          PROFESSOR DA OFERTA (CFP001SB) E A SUA DISPONIBILIDADE
      *          (DISPPROF.DAT DO CADDISPO): APONTA O SLOT QUE NAO CABE
      *          NAS JANELAS DO DIA E, NO FIM, O PROFESSOR QUE PASSA DO
      *          MAXIMO DE HORAS-AULA POR DIA OU POR SEMANA NO ANO/
      *          TERMO - O ESTOQUE ANTERIOR A VALIDACAO DO CADHORAR OU
      *          LIBERADO POR SUPERVISOR. SAIDA REGISTRADA NO CATALOGO
      *          (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDISPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SR ASSIGN TO "C:/ARQUIVOS/HORARIO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HR-CHAVE
                  FILE STATUS  IS WS-FS-HOR.
           SELECT CFP001SB ASSIGN TO "C:/ARQUIVOS/PROFATRI.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PA-CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-ATR.
           SELECT CFP001X8 ASSIGN TO "C:/ARQUIVOS/DISPPROF.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DS-ID-PROF
                  FILE STATUS  IS WS-FS-DSP.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT REL-DISPON ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SR.
           COPY REGHORAR.
       FD  CFP001SB.
           COPY REGPRATR.
       FD  CFP001X8.
           COPY REGDISPO.
       FD  CFP001SA.
           COPY REGPROF.
       FD  REL-DISPON.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-HOR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ATR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-SLOTS         PIC 9(05) VALUE ZEROS.
           03 WS-R-FORA-JANELA   PIC 9(05) VALUE ZEROS.
           03 WS-R-EXCESSOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-DENTRO          PIC X(01) VALUE 'N'.
           03 WS-IX-JAN          PIC 9(01) VALUE ZEROS.
           03 WS-IX-DIA          PIC 9(01) VALUE ZEROS.
           03 WS-MINUTOS         PIC S9(05) VALUE ZEROS.
           03 WS-AULAS-SLOT      PIC 9(03) VALUE ZEROS.

       01  WS-HORA-AUX            PIC 9(04) VALUE ZEROS.
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HORA          PIC 9(02).
           03 WS-HA-MINUTO        PIC 9(02).
       77  WS-MINUTOS-AULA        PIC 9(03) VALUE 50.

      * >>> CARGA ACUMULADA POR PROFESSOR E ANO/TERMO, SO DOS
      * >>> PROFESSORES COM DISPONIBILIDADE CADASTRADA
       01  WS-TAB-CARGA.
           03 WS-QT-CARGA        PIC 9(03) VALUE ZEROS.
           03 WS-CARGA OCCURS 500 TIMES.
              05 WS-CG-PROF      PIC 9(03).
              05 WS-CG-ANO       PIC 9(04).
              05 WS-CG-TERMO     PIC 9(01).
              05 WS-CG-MAX-DIA   PIC 9(02).
              05 WS-CG-MAX-SEM   PIC 9(02).
              05 WS-CG-SEMANA    PIC 9(03).
              05 WS-CG-DIA       PIC 9(03) OCCURS 6 TIMES.
       77  WS-IX-CG              PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU              PIC X(01) VALUE 'N'.

      * >>> NOME DO DIA PARA O RELATORIO (1=SEG..6=SAB)
       01  WS-TAB-DIAS-VALORES.
           03 FILLER             PIC X(03) VALUE 'SEG'.
           03 FILLER             PIC X(03) VALUE 'TER'.
           03 FILLER             PIC X(03) VALUE 'QUA'.
           03 FILLER             PIC X(03) VALUE 'QUI'.
           03 FILLER             PIC X(03) VALUE 'SEX'.
           03 FILLER             PIC X(03) VALUE 'SAB'.
       01  WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-NM-DIA          PIC X(03) OCCURS 6 TIMES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO
       LINKAGE SECTION.
       01  LK-AREA.
           03 LK-MENSAGEM        PIC X(40) VALUE SPACES.
      *

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

       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            DISPLAY LK-AREA
            PERFORM P050-ABRIR
            PERFORM P100-PROCESSA THRU P100-EXIT
                    UNTIL WS-FS-HOR = 10
            PERFORM P500-CARGAS THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DISPOEXC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001SR
            IF WS-FS-HOR NOT = 00
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SR' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SB
            IF WS-FS-ATR NOT = 00
               MOVE WS-FS-ATR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SB' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001X8
            IF WS-FS-DSP NOT = 00
               MOVE WS-FS-DSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-DISPON
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                      TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DISPON'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE 'SLOTS DA GRADE FORA DA DISPONIBILIDADE DO PROFESSOR'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> SLOT SEM PROFESSOR ATRIBUIDO OU PROFESSOR SEM CADASTRO DE
      * >>> DISPONIBILIDADE NAO TEM RESTRICAO
       S100 SECTION.
       P100-PROCESSA.
            READ CFP001SR
            IF WS-FS-HOR NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-HOR                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001SR'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-HOR NOT = 00
               GO TO P100-EXIT
            END-IF

            ADD 1 TO WS-R-SLOTS
            MOVE HR-ID-MATERIA TO PA-ID-MATERIA
            MOVE HR-AN-MATERIA TO PA-AN-MATERIA
            MOVE HR-TR-MATERIA TO PA-TR-MATERIA
            READ CFP001SB
                 KEY IS PA-CHAVE-MATERIA
                 INVALID KEY
                      GO TO P100-EXIT
            END-READ
            MOVE PA-ID-PROF TO DS-ID-PROF
            READ CFP001X8
                 KEY IS DS-ID-PROF
                 INVALID KEY
                      GO TO P100-EXIT
            END-READ

            PERFORM P210-NA-JANELA THRU P210-EXIT
            IF WS-DENTRO = 'N'
               PERFORM P200-FORA-JANELA THRU P200-EXIT
            END-IF
            PERFORM P300-ACUMULA THRU P300-EXIT.
       P100-EXIT.
            EXIT.

       S200 SECTION.
       P200-FORA-JANELA.
            ADD 1 TO WS-R-FORA-JANELA
            PERFORM P400-NOME-PROF THRU P400-EXIT
            MOVE SPACES TO REL-LINHA
            IF HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 6
               STRING ' OFERTA ' HR-ID-MATERIA
                      ' ' HR-AN-MATERIA '/' HR-TR-MATERIA
                      ' DIA ' HR-DIA-SEMANA
                      ' ' HR-HORA-INICIO '-' HR-HORA-FIM
                      ' PROF ' PA-ID-PROF ' ' PR-NM-PROF
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING ' OFERTA ' HR-ID-MATERIA
                      ' ' HR-AN-MATERIA '/' HR-TR-MATERIA
                      ' ' WS-NM-DIA(HR-DIA-SEMANA)
                      ' ' HR-HORA-INICIO '-' HR-HORA-FIM
                      ' PROF ' PA-ID-PROF ' ' PR-NM-PROF
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE '    FORA DAS JANELAS DE DISPONIBILIDADE DO DIA'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P200-EXIT.
            EXIT.

      * >>> O SLOT LIDO CABE INTEIRO NUMA DAS JANELAS DO DIA?
       P210-NA-JANELA.
            MOVE 'N' TO WS-DENTRO
            IF HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 6
               GO TO P210-EXIT
            END-IF
            PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                    UNTIL WS-IX-JAN > 2 OR WS-DENTRO = 'S'
               IF DS-JN-FIM(HR-DIA-SEMANA, WS-IX-JAN) > ZEROS
                  AND HR-HORA-INICIO NOT LESS
                      DS-JN-INICIO(HR-DIA-SEMANA, WS-IX-JAN)
                  AND HR-HORA-FIM NOT GREATER
                      DS-JN-FIM(HR-DIA-SEMANA, WS-IX-JAN)
                  MOVE 'S' TO WS-DENTRO
               END-IF
            END-PERFORM.
       P210-EXIT.
            EXIT.

      * >>> SOMA O SLOT NA CARGA DO PROFESSOR NO ANO/TERMO DA OFERTA
       S300 SECTION.
       P300-ACUMULA.
            IF DS-MAX-AULAS-DIA = ZEROS AND DS-MAX-AULAS-SEMANA = ZEROS
               GO TO P300-EXIT
            END-IF
            IF HR-DIA-SEMANA < 1 OR HR-DIA-SEMANA > 6
               GO TO P300-EXIT
            END-IF
            MOVE 'N' TO WS-ACHOU
            PERFORM VARYING WS-IX-CG FROM 1 BY 1
                    UNTIL WS-IX-CG > WS-QT-CARGA OR WS-ACHOU = 'S'
               IF WS-CG-PROF(WS-IX-CG) = PA-ID-PROF
                  AND WS-CG-ANO(WS-IX-CG) = HR-AN-MATERIA
                  AND WS-CG-TERMO(WS-IX-CG) = HR-TR-MATERIA
                  MOVE 'S' TO WS-ACHOU
               END-IF
            END-PERFORM
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IX-CG
            ELSE
               IF WS-QT-CARGA NOT LESS 500
                  DISPLAY 'AVISO: TABELA DE CARGA CHEIA - PROF '
                          PA-ID-PROF ' NAO CONFERIDO'
                  GO TO P300-EXIT
               END-IF
               ADD 1 TO WS-QT-CARGA
               MOVE WS-QT-CARGA TO WS-IX-CG
               MOVE PA-ID-PROF          TO WS-CG-PROF(WS-IX-CG)
               MOVE HR-AN-MATERIA       TO WS-CG-ANO(WS-IX-CG)
               MOVE HR-TR-MATERIA       TO WS-CG-TERMO(WS-IX-CG)
               MOVE DS-MAX-AULAS-DIA    TO WS-CG-MAX-DIA(WS-IX-CG)
               MOVE DS-MAX-AULAS-SEMANA TO WS-CG-MAX-SEM(WS-IX-CG)
               MOVE ZEROS               TO WS-CG-SEMANA(WS-IX-CG)
               PERFORM VARYING WS-IX-DIA FROM 1 BY 1
                       UNTIL WS-IX-DIA > 6
                  MOVE ZEROS TO WS-CG-DIA(WS-IX-CG, WS-IX-DIA)
               END-PERFORM
            END-IF
            PERFORM P310-AULAS-DO-SLOT THRU P310-EXIT
            ADD WS-AULAS-SLOT TO WS-CG-SEMANA(WS-IX-CG)
            ADD WS-AULAS-SLOT TO WS-CG-DIA(WS-IX-CG, HR-DIA-SEMANA).
       P300-EXIT.
            EXIT.

      * >>> DURACAO DO SLOT LIDO EM HORAS-AULA (HHMM -> MINUTOS)
       P310-AULAS-DO-SLOT.
            MOVE HR-HORA-FIM TO WS-HORA-AUX
            COMPUTE WS-MINUTOS = WS-HA-HORA * 60 + WS-HA-MINUTO
            MOVE HR-HORA-INICIO TO WS-HORA-AUX
            COMPUTE WS-MINUTOS =
                    WS-MINUTOS - (WS-HA-HORA * 60 + WS-HA-MINUTO)
            IF WS-MINUTOS < 1
               MOVE 1 TO WS-AULAS-SLOT
            ELSE
               COMPUTE WS-AULAS-SLOT ROUNDED =
                       WS-MINUTOS / WS-MINUTOS-AULA
               IF WS-AULAS-SLOT = ZEROS
                  MOVE 1 TO WS-AULAS-SLOT
               END-IF
            END-IF.
       P310-EXIT.
            EXIT.

       P400-NOME-PROF.
            MOVE PA-ID-PROF TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      MOVE 'PROFESSOR DESCONHECIDO' TO PR-NM-PROF
            END-READ.
       P400-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

      * >>> SEGUNDO BLOCO: PROFESSORES ACIMA DOS MAXIMOS DE CARGA
       S500 SECTION.
       P500-CARGAS.
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE 'PROFESSORES ACIMA DO MAXIMO DE HORAS-AULA NO TERMO'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM P510-CONFERE-CARGA THRU P510-EXIT
                    VARYING WS-IX-CG FROM 1 BY 1
                    UNTIL WS-IX-CG > WS-QT-CARGA.
       P500-EXIT.
            EXIT.

       P510-CONFERE-CARGA.
            MOVE WS-CG-PROF(WS-IX-CG) TO PA-ID-PROF
            IF WS-CG-MAX-DIA(WS-IX-CG) > ZEROS
               PERFORM P520-CONFERE-DIA THRU P520-EXIT
                       VARYING WS-IX-DIA FROM 1 BY 1
                       UNTIL WS-IX-DIA > 6
            END-IF
            IF WS-CG-MAX-SEM(WS-IX-CG) > ZEROS
               AND WS-CG-SEMANA(WS-IX-CG) > WS-CG-MAX-SEM(WS-IX-CG)
               ADD 1 TO WS-R-EXCESSOS
               PERFORM P400-NOME-PROF THRU P400-EXIT
               MOVE SPACES TO REL-LINHA
               STRING ' PROF ' WS-CG-PROF(WS-IX-CG) ' ' PR-NM-PROF
                      ' ' WS-CG-ANO(WS-IX-CG) '/' WS-CG-TERMO(WS-IX-CG)
                      ' SEMANA: ' WS-CG-SEMANA(WS-IX-CG)
                      ' AULAS (MAX ' WS-CG-MAX-SEM(WS-IX-CG) ')'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P510-EXIT.
            EXIT.

       P520-CONFERE-DIA.
            IF WS-CG-DIA(WS-IX-CG, WS-IX-DIA)
               NOT > WS-CG-MAX-DIA(WS-IX-CG)
               GO TO P520-EXIT
            END-IF
            ADD 1 TO WS-R-EXCESSOS
            PERFORM P400-NOME-PROF THRU P400-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' PROF ' WS-CG-PROF(WS-IX-CG) ' ' PR-NM-PROF
                   ' ' WS-CG-ANO(WS-IX-CG) '/' WS-CG-TERMO(WS-IX-CG)
                   ' ' WS-NM-DIA(WS-IX-DIA) ': '
                   WS-CG-DIA(WS-IX-CG, WS-IX-DIA)
                   ' AULAS (MAX ' WS-CG-MAX-DIA(WS-IX-CG) ')'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P520-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'SLOTS LIDOS: ' WS-R-SLOTS
                   ' FORA DA JANELA: ' WS-R-FORA-JANELA
                   ' EXCESSOS DE CARGA: ' WS-R-EXCESSOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            CLOSE CFP001SR
            CLOSE CFP001SB
            CLOSE CFP001X8
            CLOSE CFP001SA
            CLOSE REL-DISPON
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-DISPON'          TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELDISPO'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELDISPO'
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
            GOBACK.
       P800-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'RELDISPO' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDISPO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' SLOTS LIDOS......: ' WS-R-SLOTS
            DISPLAY ' FORA DA JANELA...: ' WS-R-FORA-JANELA
            DISPLAY ' EXCESSOS DE CARGA: ' WS-R-EXCESSOS
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDISPO.
