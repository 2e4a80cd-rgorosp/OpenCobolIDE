      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: RELATORIO DE SITUACAO DAS SENHAS DOS OPERADORES PARA
      *          O SUPERVISOR - VARRE O MESTRE DE OPERADORES (CFP001SJ)
      *          E LISTA, DOS OPERADORES NAO INATIVADOS:
      *            BLOQUEADO  - CONTA TRAVADA PELO LOGOPERA APOS ERROS
      *                         SEGUIDOS (DESBLOQUEIO NO CADOPER)
      *            VENCIDA    - SENHA COM MAIS DIAS QUE A VALIDADE
      *            A VENCER   - SENHA VENCENDO DENTRO DOS DIAS DE AVISO
      *            PROVISORIA - SENHA DADA PELO SUPERVISOR, AINDA NAO
      *                         TROCADA PELO OPERADOR
      *            LEGIVEL    - REGISTRO AINDA SEM RESUMO DA SENHA
      *                         (CONVERTIDO NA PROXIMA ENTRADA)
      *            ERROS      - ATIVO, MAS COM ERROS SEGUIDOS DE SENHA
      *          VALIDADE E AVISO VEM DO SENHAPOL.DAT (POSICOES 1-3 E
      *          7-9, PADRAO 090 E 010 DIAS). SAIDA SENHAS_<TS>.REL,
      *          REGISTRADA NO RELCATAL. DISPARADO PELA OPCAO (R) DO
      *          CADOPER, SO PARA O SUPERVISOR
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSENHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SJ ASSIGN TO "C:/ARQUIVOS/OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS OP-ID-OPERADOR
                  FILE STATUS  IS WS-FS-OPE.
           SELECT ARQ-POLITICA ASSIGN TO "C:/ARQUIVOS/SENHAPOL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-POL.
           SELECT REL-SENHA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SJ.
           COPY REGOPER.
       FD  ARQ-POLITICA.
       01  POL-REG.
           03 POL-DIAS-VALIDADE  PIC 9(03).
           03 POL-MAX-FALHAS     PIC 9(02).
           03 POL-QT-HISTORICO   PIC 9(01).
           03 POL-DIAS-AVISO     PIC 9(03).
       FD  REL-SENHA.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-POL          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-DIAS-VALIDADE   PIC 9(03) VALUE 090.
           03 WS-DIAS-AVISO      PIC 9(03) VALUE 010.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-SENHA      PIC S9(05) VALUE ZEROS.
           03 WS-DIAS-RESTAM     PIC S9(05) VALUE ZEROS.
           03 WS-DIAS-ED         PIC -ZZZ9.
           03 WS-SITUACAO        PIC X(10) VALUE SPACES.
           03 WS-OBSERVACAO      PIC X(40) VALUE SPACES.
           03 WS-FIM-OPE         PIC X(01) VALUE 'N'.
           03 WS-R-LIDOS         PIC 9(05) VALUE ZEROS.
           03 WS-R-BLOQUEADOS    PIC 9(05) VALUE ZEROS.
           03 WS-R-VENCIDAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-A-VENCER      PIC 9(05) VALUE ZEROS.
           03 WS-R-PROVISORIAS   PIC 9(05) VALUE ZEROS.
           03 WS-R-LEGIVEIS      PIC 9(05) VALUE ZEROS.
           03 WS-R-COM-ERROS     PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA RELSENHA - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:8)  TO WS-DATA-HOJE
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            PERFORM P030-LER-POLITICA THRU P030-EXIT

            OPEN INPUT CFP001SJ
            IF WS-FS-OPE NOT = 00
               DISPLAY 'ERRO ABERTURA DO OPERADOR.DAT: ' WS-FS-OPE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/SENHAS_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-SENHA
            IF WS-FS-REL NOT = 00
               DISPLAY 'ERRO ABERTURA DO REL-SENHA: ' WS-FS-REL
               CLOSE CFP001SJ
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P050-CABECALHO THRU P050-EXIT
            PERFORM P100-UM-OPERADOR THRU P100-EXIT
                    UNTIL WS-FIM-OPE = 'S'
            PERFORM P300-TOTAIS THRU P300-EXIT
            CLOSE CFP001SJ
            CLOSE REL-SENHA

            MOVE 'RELSENHA'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> POLITICA DE SENHAS: SEM O SENHAPOL.DAT OU COM A LINHA NAO
      * >>> NUMERICA, VALEM OS PADROES DA WORKING
       S030 SECTION.
       P030-LER-POLITICA.
            OPEN INPUT ARQ-POLITICA
            IF WS-FS-POL NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-POLITICA
                 AT END
                      CONTINUE
                 NOT AT END
                      IF POL-REG IS NUMERIC
                         MOVE POL-DIAS-VALIDADE TO WS-DIAS-VALIDADE
                         MOVE POL-DIAS-AVISO    TO WS-DIAS-AVISO
                      END-IF
            END-READ
            CLOSE ARQ-POLITICA.
       P030-EXIT.
            EXIT.

       S050 SECTION.
       P050-CABECALHO.
            MOVE SPACES TO REL-LINHA
            STRING 'SITUACAO DAS SENHAS DOS OPERADORES EM '
                   WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2) '/'
                   WS-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'VALIDADE ' WS-DIAS-VALIDADE ' DIAS - AVISO '
                   WS-DIAS-AVISO ' DIAS ANTES DE VENCER'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ' OPERADOR NOME                 SITUACAO   OBSERVACAO'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-UM-OPERADOR.
            READ CFP001SJ NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-OPE
                      GO TO P100-EXIT
            END-READ
            ADD 1 TO WS-R-LIDOS
            IF OPERADOR-INATIVO
               GO TO P100-EXIT
            END-IF
            IF OP-FALHAS NOT NUMERIC
               MOVE ZEROS TO OP-FALHAS
            END-IF
            MOVE SPACES TO WS-SITUACAO WS-OBSERVACAO

            EVALUATE TRUE
                WHEN OPERADOR-BLOQUEADO
                     MOVE 'BLOQUEADO' TO WS-SITUACAO
                     STRING 'APOS ' OP-FALHAS ' ERROS SEGUIDOS'
                            DELIMITED BY SIZE INTO WS-OBSERVACAO
                     ADD 1 TO WS-R-BLOQUEADOS
                WHEN OP-SENHA-HASH NOT NUMERIC
                  OR OP-SENHA-HASH = ZEROS
                     MOVE 'LEGIVEL'   TO WS-SITUACAO
                     MOVE 'SENHA AINDA NAO CONVERTIDA EM RESUMO'
                          TO WS-OBSERVACAO
                     ADD 1 TO WS-R-LEGIVEIS
                WHEN OP-DT-SENHA NOT NUMERIC
                  OR OP-DT-SENHA = ZEROS
                     MOVE 'PROVISORIA' TO WS-SITUACAO
                     MOVE 'TROCA OBRIGATORIA NA PROXIMA ENTRADA'
                          TO WS-OBSERVACAO
                     ADD 1 TO WS-R-PROVISORIAS
                WHEN OTHER
                     PERFORM P150-VALIDADE THRU P150-EXIT
            END-EVALUATE

            IF WS-SITUACAO = SPACES
               AND OP-FALHAS > ZEROS
               MOVE 'ERROS'     TO WS-SITUACAO
               STRING OP-FALHAS ' ERRO(S) SEGUIDO(S) DE SENHA'
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
               ADD 1 TO WS-R-COM-ERROS
            END-IF
            IF WS-SITUACAO = SPACES
               GO TO P100-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING ' ' OP-ID-OPERADOR ' ' OP-NOME ' ' WS-SITUACAO
                   ' ' WS-OBSERVACAO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P100-EXIT.
            EXIT.

       P150-VALIDADE.
            COMPUTE WS-DIAS-SENHA =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE (OP-DT-SENHA)
            COMPUTE WS-DIAS-RESTAM = WS-DIAS-VALIDADE - WS-DIAS-SENHA
            IF WS-DIAS-RESTAM < 0
               MOVE 'VENCIDA' TO WS-SITUACAO
               COMPUTE WS-DIAS-ED = 0 - WS-DIAS-RESTAM
               STRING 'VENCIDA HA ' WS-DIAS-ED ' DIA(S)'
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
               ADD 1 TO WS-R-VENCIDAS
               GO TO P150-EXIT
            END-IF
            IF WS-DIAS-RESTAM NOT > WS-DIAS-AVISO
               MOVE 'A VENCER' TO WS-SITUACAO
               MOVE WS-DIAS-RESTAM TO WS-DIAS-ED
               STRING 'VENCE EM ' WS-DIAS-ED ' DIA(S)'
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
               ADD 1 TO WS-R-A-VENCER
            END-IF.
       P150-EXIT.
            EXIT.

       S300 SECTION.
       P300-TOTAIS.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' BLOQUEADOS ' WS-R-BLOQUEADOS
                   '  VENCIDAS ' WS-R-VENCIDAS
                   '  A VENCER ' WS-R-A-VENCER
                   '  PROVISORIAS ' WS-R-PROVISORIAS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' LEGIVEIS ' WS-R-LEGIVEIS
                   '  COM ERROS ' WS-R-COM-ERROS
                   '  OPERADORES LIDOS ' WS-R-LIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P300-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA RELSENHA FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' OPERADORES LIDOS..........: ' WS-R-LIDOS
            DISPLAY ' CONTAS BLOQUEADAS.........: ' WS-R-BLOQUEADOS
            DISPLAY ' SENHAS VENCIDAS...........: ' WS-R-VENCIDAS
            DISPLAY ' SENHAS A VENCER...........: ' WS-R-A-VENCER
            DISPLAY ' RELATORIO GERADO..........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELSENHA.
