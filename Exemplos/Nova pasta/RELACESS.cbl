      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: APURACAO DO REGISTRO DE ACESSO (ACESSO.LOG, GRAVADO
      *          PELO GRVACESS NAS CONSULTAS SENSIVEIS) - QUEM OLHOU
      *          QUEM. PARA O PERIODO INFORMADO (DATA INICIAL E FINAL):
      *            (1) POR PESSOA   - TODOS OS ACESSOS A UM CPF OU A
      *                               UMA PESSOA (TIPO E ID), COM
      *                               DATA/HORA, OPERADOR, PROGRAMA E
      *                               MOTIVO, E O TOTAL POR OPERADOR;
      *            (2) POR OPERADOR - QUADRO DE TODOS OS OPERADORES
      *                               COM O TOTAL DE ACESSOS NO
      *                               PERIODO E, INFORMADO UM
      *                               OPERADOR, O DETALHE DOS ACESSOS
      *                               DELE. O OPERADOR COM VOLUME
      *                               ACIMA DO DOBRO DA MEDIA DOS
      *                               OPERADORES SAI DESTACADO.
      *          E A RESPOSTA A RECLAMACAO DA FAMILIA QUE QUER SABER
      *          QUEM CONSULTOU SEUS DADOS. SAIDA REGISTRADA NO
      *          RELCATAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACESS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-ACESSO ASSIGN TO "C:/ARQUIVOS/ACESSO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
           SELECT REL-ACESSO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-ACESSO.
           COPY REGACESS.
       FD  REL-ACESSO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-DT-INICIO       PIC 9(08) VALUE ZEROS.
           03 WS-DT-FIM          PIC 9(08) VALUE ZEROS.
           03 WS-MODO            PIC X(01) VALUE SPACES.
              88 MODO-PESSOA     VALUE '1'.
              88 MODO-OPERADOR   VALUE '2'.
           03 WS-CPF-PEDIDO      PIC 9(11) VALUE ZEROS.
           03 WS-TP-PEDIDO       PIC X(01) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-OPER-PEDIDO     PIC X(08) VALUE SPACES.
           03 WS-OPER-LINHA      PIC X(08) VALUE SPACES.
           03 WS-FIM-LOG         PIC X(01) VALUE 'N'.
           03 WS-SELECIONADO     PIC X(01) VALUE 'N'.
           03 WS-R-LIDAS         PIC 9(06) VALUE ZEROS.
           03 WS-R-ACESSOS       PIC 9(06) VALUE ZEROS.
           03 WS-R-DETALHE       PIC 9(06) VALUE ZEROS.
           03 WS-R-ALERTAS       PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-MEDIA           PIC 9(06) VALUE ZEROS.
           03 WS-LIMITE          PIC 9(07) VALUE ZEROS.
           03 WS-DATA-ED         PIC X(10) VALUE SPACES.
           03 WS-HORA-ED         PIC X(08) VALUE SPACES.

      * >>> APURACAO POR OPERADOR
       01  WS-TAB-OPER.
           03 WS-OPER-OCC OCCURS 50 TIMES
                          INDEXED BY WS-OX WS-OX-ACHADA.
              05 WS-OPR-ID        PIC X(08).
              05 WS-OPR-ACESSOS   PIC 9(06).
       77  WS-QTD-OPERS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-OPER          PIC X(01) VALUE 'N'.
       77  WS-FATOR-ALERTA        PIC 9(01) VALUE 2.

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
            DISPLAY 'PROGRAMA RELACESS - INICIADO'
            DISPLAY 'DIGITE A DATA INICIAL (AAAAMMDD): '
            ACCEPT WS-DT-INICIO
            DISPLAY 'DIGITE A DATA FINAL (AAAAMMDD): '
            ACCEPT WS-DT-FIM
            DISPLAY 'APURAR (1)POR PESSOA OU (2)POR OPERADOR: '
            ACCEPT WS-MODO
            IF NOT MODO-PESSOA AND NOT MODO-OPERADOR
               DISPLAY 'OPCAO INVALIDA!'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            IF MODO-PESSOA
               DISPLAY 'DIGITE O CPF (11 DIGITOS), OU ZEROS PARA '
                       'INFORMAR TIPO E ID: '
               ACCEPT WS-CPF-PEDIDO
               IF WS-CPF-PEDIDO = ZEROS
                  DISPLAY 'TIPO: (C)CONTATO (A)ALUNO (L)CLIENTE '
                          '(P)PROFESSOR: '
                  ACCEPT WS-TP-PEDIDO
                  DISPLAY 'DIGITE O ID COM 5 DIGITOS: '
                  ACCEPT WS-ID-PEDIDO
               END-IF
            ELSE
               DISPLAY 'OPERADOR PARA DETALHAR, BRANCOS = SO O '
                       'QUADRO: '
               ACCEPT WS-OPER-PEDIDO
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ACESSO_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-ACESSO
            IF WS-FS-REL NOT = 00
               DISPLAY 'ERRO ABERTURA DO REL-ACESSO: ' WS-FS-REL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM P050-CABECALHO THRU P050-EXIT
            PERFORM P100-LER-LOG THRU P100-EXIT
            IF MODO-PESSOA
               PERFORM P300-QUADRO-PESSOA THRU P300-EXIT
            ELSE
               PERFORM P400-QUADRO-OPERADOR THRU P400-EXIT
            END-IF

            CLOSE REL-ACESSO
            MOVE 'RELACESS'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-CABECALHO.
            MOVE SPACES TO REL-LINHA
            STRING 'REGISTRO DE ACESSO A DADOS PESSOAIS DE '
                   WS-DT-INICIO ' A ' WS-DT-FIM
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            IF MODO-PESSOA
               IF WS-CPF-PEDIDO NOT = ZEROS
                  STRING 'ACESSOS AO CPF ' WS-CPF-PEDIDO
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  STRING 'ACESSOS A PESSOA ' WS-TP-PEDIDO
                         ' ID ' WS-ID-PEDIDO
                         DELIMITED BY SIZE INTO REL-LINHA
               END-IF
            ELSE
               IF WS-OPER-PEDIDO NOT = SPACES
                  STRING 'ACESSOS DO OPERADOR ' WS-OPER-PEDIDO
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  MOVE 'VOLUME DE ACESSOS POR OPERADOR' TO REL-LINHA
               END-IF
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ' DATA       HORA     OPERADOR PROGRAMA MOT PESSOA'
                 TO REL-LINHA
            IF MODO-PESSOA OR WS-OPER-PEDIDO NOT = SPACES
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-LER-LOG.
            OPEN INPUT LOG-ACESSO
            IF WS-FS-LOG NOT = 00
               MOVE ' ACESSO.LOG INEXISTENTE' TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P100-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-LOG
            PERFORM P120-UM-ACESSO THRU P120-EXIT
                    UNTIL WS-FIM-LOG = 'S'
            CLOSE LOG-ACESSO.
       P100-EXIT.
            EXIT.

       P120-UM-ACESSO.
            READ LOG-ACESSO
                 AT END
                      MOVE 'S' TO WS-FIM-LOG
                      GO TO P120-EXIT
            END-READ
            ADD 1 TO WS-R-LIDAS
            IF AC-DATA IS NOT NUMERIC
               GO TO P120-EXIT
            END-IF
            IF AC-DATA < WS-DT-INICIO
               OR AC-DATA > WS-DT-FIM
               GO TO P120-EXIT
            END-IF

      * >>> POR PESSOA: SO AS LINHAS DA PESSOA PEDIDA ENTRAM NO
      * >>> DETALHE E NO QUADRO; POR OPERADOR: TODAS ENTRAM NO QUADRO
      * >>> E SO AS DO OPERADOR PEDIDO NO DETALHE
            MOVE 'N' TO WS-SELECIONADO
            IF MODO-PESSOA
               IF WS-CPF-PEDIDO NOT = ZEROS
                  IF AC-CPF = WS-CPF-PEDIDO
                     MOVE 'S' TO WS-SELECIONADO
                  END-IF
               ELSE
                  IF AC-TP-PESSOA = WS-TP-PEDIDO
                     AND AC-ID-PESSOA = WS-ID-PEDIDO
                     MOVE 'S' TO WS-SELECIONADO
                  END-IF
               END-IF
               IF WS-SELECIONADO = 'N'
                  GO TO P120-EXIT
               END-IF
            ELSE
               IF WS-OPER-PEDIDO NOT = SPACES
                  AND AC-OPERADOR = WS-OPER-PEDIDO
                  MOVE 'S' TO WS-SELECIONADO
               END-IF
            END-IF

            ADD 1 TO WS-R-ACESSOS
            MOVE AC-OPERADOR TO WS-OPER-LINHA
            PERFORM P150-ACHA-OPER THRU P150-EXIT
            ADD 1 TO WS-OPR-ACESSOS(WS-OX)
            IF WS-SELECIONADO = 'S'
               PERFORM P200-DETALHE THRU P200-EXIT
            END-IF.
       P120-EXIT.
            EXIT.

       P150-ACHA-OPER.
            MOVE 'N' TO WS-ACHOU-OPER
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OPERS
               IF WS-OPR-ID(WS-OX) = WS-OPER-LINHA
                  MOVE 'S' TO WS-ACHOU-OPER
                  SET WS-OX-ACHADA TO WS-OX
               END-IF
            END-PERFORM
            IF WS-ACHOU-OPER = 'N'
               IF WS-QTD-OPERS < 50
                  ADD 1 TO WS-QTD-OPERS
                  SET WS-OX TO WS-QTD-OPERS
                  INITIALIZE WS-OPER-OCC(WS-OX)
                  MOVE WS-OPER-LINHA TO WS-OPR-ID(WS-OX)
               ELSE
                  SET WS-OX TO WS-QTD-OPERS
               END-IF
            ELSE
               SET WS-OX TO WS-OX-ACHADA
            END-IF.
       P150-EXIT.
            EXIT.

       S200 SECTION.
       P200-DETALHE.
            ADD 1 TO WS-R-DETALHE
            MOVE SPACES TO WS-DATA-ED WS-HORA-ED
            STRING AC-DATA(7:2) '/' AC-DATA(5:2) '/' AC-DATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
            STRING AC-HORA(1:2) ':' AC-HORA(3:2) ':' AC-HORA(5:2)
                   DELIMITED BY SIZE INTO WS-HORA-ED
            MOVE SPACES TO REL-LINHA
            STRING ' ' WS-DATA-ED ' ' WS-HORA-ED
                   ' ' AC-OPERADOR ' ' AC-PROGRAMA
                   ' ' AC-MOTIVO '  ' AC-TP-PESSOA ' ' AC-ID-PESSOA
                   ' BUSCA ' AC-BUSCA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P200-EXIT.
            EXIT.

      * >>> POR PESSOA: QUANTAS VEZES CADA OPERADOR ACESSOU A PESSOA
       S300 SECTION.
       P300-QUADRO-PESSOA.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WS-R-ACESSOS = ZEROS
               MOVE ' NENHUM ACESSO A ESTA PESSOA NO PERIODO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P300-EXIT
            END-IF
            MOVE ' ACESSOS POR OPERADOR' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OPERS
               MOVE SPACES TO REL-LINHA
               STRING '   ' WS-OPR-ID(WS-OX)
                      ' ' WS-OPR-ACESSOS(WS-OX) ' ACESSO(S)'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL DE ACESSOS A PESSOA: ' WS-R-ACESSOS
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P300-EXIT.
            EXIT.

      * >>> POR OPERADOR: O QUADRO DE VOLUME, COM DESTAQUE PARA QUEM
      * >>> PASSA DO DOBRO DA MEDIA DOS OPERADORES NO PERIODO
       S400 SECTION.
       P400-QUADRO-OPERADOR.
            IF WS-OPER-PEDIDO NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING ' ACESSOS DE ' WS-OPER-PEDIDO ' NO PERIODO: '
                      WS-R-DETALHE
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WS-QTD-OPERS = ZEROS
               MOVE ' NENHUM ACESSO REGISTRADO NO PERIODO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P400-EXIT
            END-IF
            DIVIDE WS-R-ACESSOS BY WS-QTD-OPERS GIVING WS-MEDIA
            COMPUTE WS-LIMITE = WS-MEDIA * WS-FATOR-ALERTA
            MOVE SPACES TO REL-LINHA
            STRING ' OPERADOR  ACESSOS   (MEDIA ' WS-MEDIA
                   ' POR OPERADOR)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM VARYING WS-OX FROM 1 BY 1
                    UNTIL WS-OX > WS-QTD-OPERS
               MOVE SPACES TO REL-LINHA
               IF WS-OPR-ACESSOS(WS-OX) > WS-LIMITE
                  AND WS-QTD-OPERS > 1
                  ADD 1 TO WS-R-ALERTAS
                  STRING ' ' WS-OPR-ID(WS-OX)
                         '  ' WS-OPR-ACESSOS(WS-OX)
                         '  *** VOLUME ACIMA DO DOBRO DA MEDIA'
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  STRING ' ' WS-OPR-ID(WS-OX)
                         '  ' WS-OPR-ACESSOS(WS-OX)
                         DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-PERFORM
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL ' WS-R-ACESSOS ' ACESSO(S), '
                   WS-R-ALERTAS ' OPERADOR(ES) EM DESTAQUE'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P400-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S999 SECTION.
       P999-FIM.
            DISPLAY '--------------------------------------'
            DISPLAY '>>>> PROGRAMA RELACESS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LINHAS DO ACESSO.LOG LIDAS: ' WS-R-LIDAS
            DISPLAY ' ACESSOS APURADOS..........: ' WS-R-ACESSOS
            DISPLAY ' OPERADORES EM DESTAQUE....: ' WS-R-ALERTAS
            DISPLAY ' RELATORIO GERADO..........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELACESS.
