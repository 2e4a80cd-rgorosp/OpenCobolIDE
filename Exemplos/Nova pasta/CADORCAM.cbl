      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ORCAMENTO ANUAL DE RECEITA - MANUTENCAO DO ORCAMENT
      *          .DAT (CFP001T8), CHAVE ANO + UNIDADE (CFP001SK) +
      *          TIPO DE COBRANCA (CB-TP-COBRANCA: ME, MA, MD, UN, EV,
      *          AT, BI, TR)
      *          + MES, COM O VALOR APROVADO PELA DIRETORIA.
      *          OPERACOES:
      *            - LANCAR/ALTERAR O VALOR DE UM MES;
      *            - DISTRIBUIR UM VALOR ANUAL EM 12 MESES IGUAIS (A
      *              DIFERENCA DE ARREDONDAMENTO FICA EM DEZEMBRO);
      *            - LISTAR O ORCAMENTO DE UM ANO E UNIDADE;
      *            - EXCLUIR O VALOR DE UM MES.
      *          CADA GRAVACAO LEVA A DATA E O OPERADOR DA SESSAO.
      *          A COMPARACAO COM O REALIZADO SAI NO RELORCAM
      * Update: 15-10-26 - NOVO TIPO AT (MENSALIDADE DE ATIVIDADE
      *         EXTRACURRICULAR, GERADA PELO GERCOBRA)
      * Update: 15-10-26 - NOVO TIPO BI (MULTA POR ATRASO NA DEVOLUCAO
      *         DE LIVRO DA BIBLIOTECA, LANCADA PELO EMPLIVRO)
      * Update: 15-10-26 - NOVO TIPO TR (MENSALIDADE DO TRANSPORTE
      *         ESCOLAR, GERADA PELO GERCOBRA)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADORCAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001T8 ASSIGN TO "C:/ARQUIVOS/ORCAMENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OR-CHAVE
                  FILE STATUS  IS WS-FS-ORC
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001T8.
           COPY REGORCAM.
       FD  CFP001SK.
           COPY REGUNID.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ORC          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-UNIDADES    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-ANO             PIC 9(04) VALUE ZEROS.
           03 WS-UNIDADE         PIC X(03) VALUE SPACES.
           03 WS-TP-COBRANCA     PIC X(02) VALUE SPACES.
              88 WS-TIPO-VALIDO  VALUE 'ME' 'MA' 'MD' 'UN' 'EV'
                                        'AT' 'BI' 'TR'.
           03 WS-MES             PIC 9(02) VALUE ZEROS.
           03 WS-VALOR           PIC 9(07)V99 VALUE ZEROS.
           03 WS-VALOR-ANUAL     PIC 9(09)V99 VALUE ZEROS.
           03 WS-VALOR-MES       PIC 9(07)V99 VALUE ZEROS.
           03 WS-VALOR-DEZ       PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-LISTA       PIC 9(09)V99 VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-R-GRAVADOS      PIC 9(04) VALUE ZEROS.
           03 WS-R-EXCLUIDOS     PIC 9(04) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SESSAO DO OPERADOR (SESSOPER)
       01  WS-SESSAO-AREA.
           03 WS-SS-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-SS-OPERADOR     PIC X(08) VALUE SPACES.
           03 WS-SS-NV-CONTATOS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-ALUNOS    PIC X(01) VALUE '0'.
           03 WS-SS-NV-MATERIAS  PIC X(01) VALUE '0'.
           03 WS-SS-NV-FINAN     PIC X(01) VALUE '0'.
           03 WS-SS-NV-BATCH     PIC X(01) VALUE '0'.
           03 WS-SS-ID-PROF      PIC 9(03) VALUE ZEROS.
           03 WS-SS-UNIDADE      PIC X(03) VALUE SPACES.
           03 WS-SS-LOGADO       PIC X(01) VALUE 'N'.

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

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001T8
            IF WS-FS-ORC = 35 THEN
               OPEN OUTPUT CFP001T8
               CLOSE CFP001T8
               OPEN I-O CFP001T8
            END-IF
            IF WS-FS-ORC NOT = 00
               MOVE WS-FS-ORC                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001T8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM MESTRE DE UNIDADES, A UNIDADE NAO E CONFERIDA
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNIDADES
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '      ORCAMENTO ANUAL DE RECEITA'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - LANCAR/ALTERAR VALOR DO MES'
               DISPLAY ' <2> - DISTRIBUIR VALOR ANUAL EM 12 MESES'
               DISPLAY ' <3> - LISTAR ORCAMENTO DO ANO E UNIDADE'
               DISPLAY ' <4> - EXCLUIR VALOR DO MES'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-LANCAR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-DISTRIBUIR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '4'
                     PERFORM P500-EXCLUIR THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> ANO E UNIDADE, COMUNS A TODAS AS OPERACOES
       P150-ANO-UNIDADE.
            DISPLAY 'DIGITE O ANO DO ORCAMENTO (AAAA): '
            ACCEPT WS-ANO
            PERFORM UNTIL WS-ANO IS NUMERIC
                          AND WS-ANO > 2000
               DISPLAY 'ANO INVALIDO! DIGITE O ANO (AAAA): '
               ACCEPT WS-ANO
            END-PERFORM
            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'DIGITE A UNIDADE (3 POSICOES): '
               MOVE SPACES TO WS-UNIDADE
               ACCEPT WS-UNIDADE
               PERFORM P160-VALIDA-UNIDADE THRU P160-EXIT
            END-PERFORM.
       P150-EXIT.
            EXIT.

       P160-VALIDA-UNIDADE.
            MOVE 'N' TO WS-VALIDO
            IF WS-UNIDADE = SPACES
               DISPLAY 'UNIDADE OBRIGATORIA!'
               GO TO P160-EXIT
            END-IF
            IF WS-SEM-UNIDADES = 'S'
               MOVE 'S' TO WS-VALIDO
               GO TO P160-EXIT
            END-IF
            MOVE WS-UNIDADE TO UN-CODIGO
            READ CFP001SK
                 KEY IS UN-CODIGO
                 INVALID KEY
                      DISPLAY 'UNIDADE NAO CADASTRADA!'
                      GO TO P160-EXIT
            END-READ
            DISPLAY 'UNIDADE: ' UN-NOME
            MOVE 'S' TO WS-VALIDO.
       P160-EXIT.
            EXIT.

       P170-TIPO.
            DISPLAY 'TIPO DE COBRANCA (ME=MENSALIDADE MA=MATRICULA'
                    ' MD=MATERIAL UN=UNIFORME EV=EVENTO'
                    ' AT=ATIVIDADE BI=BIBLIOTECA'
                    ' TR=TRANSPORTE): '
            ACCEPT WS-TP-COBRANCA
            PERFORM UNTIL WS-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO! DIGITE ME, MA, MD, UN, EV'
                       ', AT, BI OU TR: '
               ACCEPT WS-TP-COBRANCA
            END-PERFORM.
       P170-EXIT.
            EXIT.

       P180-MES.
            DISPLAY 'DIGITE O MES (01 A 12): '
            ACCEPT WS-MES
            PERFORM UNTIL WS-MES IS NUMERIC
                          AND WS-MES > ZEROS
                          AND WS-MES < 13
               DISPLAY 'MES INVALIDO! DIGITE DE 01 A 12: '
               ACCEPT WS-MES
            END-PERFORM.
       P180-EXIT.
            EXIT.

      * >>> GRAVA OU REGRAVA O MES QUE ESTA EM OR-CHAVE/WS-VALOR
       P190-GRAVAR.
            MOVE WS-VALOR       TO OR-VALOR-ORCADO
            MOVE WS-DATA-HOJE   TO OR-DT-ATUALIZACAO
            MOVE WS-SS-OPERADOR TO OR-OPERADOR
            WRITE REG-CFP001T8
                  INVALID KEY
                       REWRITE REG-CFP001T8
                       END-REWRITE
            END-WRITE
            IF WS-FS-ORC NOT = 00 THEN
               MOVE WS-FS-ORC                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001T8' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-GRAVADOS.
       P190-EXIT.
            EXIT.

       S200 SECTION.
       P200-LANCAR.
            PERFORM P150-ANO-UNIDADE THRU P150-EXIT
            PERFORM P170-TIPO THRU P170-EXIT
            PERFORM P180-MES THRU P180-EXIT
            MOVE WS-ANO         TO OR-ANO
            MOVE WS-UNIDADE     TO OR-UNIDADE
            MOVE WS-TP-COBRANCA TO OR-TP-COBRANCA
            MOVE WS-MES         TO OR-MES
            READ CFP001T8
                 KEY IS OR-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DISPLAY 'VALOR ATUAL: ' OR-VALOR-ORCADO
                              ' (' OR-OPERADOR ' EM '
                              OR-DT-ATUALIZACAO ')'
            END-READ
            DISPLAY 'DIGITE O VALOR ORCADO (9999999V99): '
            ACCEPT WS-VALOR
            PERFORM UNTIL WS-VALOR IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VALOR
            END-PERFORM
            PERFORM P190-GRAVAR THRU P190-EXIT
            DISPLAY 'ORCAMENTO GRAVADO!'.
       P200-EXIT.
            EXIT.

       S300 SECTION.
       P300-DISTRIBUIR.
            PERFORM P150-ANO-UNIDADE THRU P150-EXIT
            PERFORM P170-TIPO THRU P170-EXIT
            DISPLAY 'DIGITE O VALOR ANUAL (999999999V99): '
            ACCEPT WS-VALOR-ANUAL
            PERFORM UNTIL WS-VALOR-ANUAL IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VALOR-ANUAL
            END-PERFORM
            COMPUTE WS-VALOR-MES = WS-VALOR-ANUAL / 12
            COMPUTE WS-VALOR-DEZ = WS-VALOR-ANUAL -
                                   (WS-VALOR-MES * 11)
            MOVE WS-ANO         TO OR-ANO
            MOVE WS-UNIDADE     TO OR-UNIDADE
            MOVE WS-TP-COBRANCA TO OR-TP-COBRANCA
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE WS-MES TO OR-MES
               IF WS-MES = 12
                  MOVE WS-VALOR-DEZ TO WS-VALOR
               ELSE
                  MOVE WS-VALOR-MES TO WS-VALOR
               END-IF
               PERFORM P190-GRAVAR THRU P190-EXIT
            END-PERFORM
            DISPLAY 'ORCAMENTO DISTRIBUIDO: 11 X ' WS-VALOR-MES
                    ' + DEZEMBRO ' WS-VALOR-DEZ.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            PERFORM P150-ANO-UNIDADE THRU P150-EXIT
            MOVE ZEROS       TO WS-TOT-LISTA
            MOVE WS-ANO      TO OR-ANO
            MOVE WS-UNIDADE  TO OR-UNIDADE
            MOVE LOW-VALUES  TO OR-TP-COBRANCA
            MOVE ZEROS       TO OR-MES
            MOVE 'N'         TO WS-FIM-LISTA
            START CFP001T8 KEY IS NOT LESS OR-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'TOTAL ORCADO NO ANO: ' WS-TOT-LISTA.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001T8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            IF OR-ANO NOT = WS-ANO
               OR OR-UNIDADE NOT = WS-UNIDADE
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P410-EXIT
            END-IF
            ADD OR-VALOR-ORCADO TO WS-TOT-LISTA
            DISPLAY 'TIPO ' OR-TP-COBRANCA ' MES ' OR-MES
                    ' ORCADO ' OR-VALOR-ORCADO
                    ' POR ' OR-OPERADOR ' EM ' OR-DT-ATUALIZACAO.
       P410-EXIT.
            EXIT.

       S500 SECTION.
       P500-EXCLUIR.
            PERFORM P150-ANO-UNIDADE THRU P150-EXIT
            PERFORM P170-TIPO THRU P170-EXIT
            PERFORM P180-MES THRU P180-EXIT
            MOVE WS-ANO         TO OR-ANO
            MOVE WS-UNIDADE     TO OR-UNIDADE
            MOVE WS-TP-COBRANCA TO OR-TP-COBRANCA
            MOVE WS-MES         TO OR-MES
            DELETE CFP001T8 RECORD
                   INVALID KEY
                        DISPLAY 'MES SEM ORCAMENTO LANCADO'
                   NOT INVALID KEY
                        ADD 1 TO WS-R-EXCLUIDOS
                        DISPLAY 'ORCAMENTO DO MES EXCLUIDO!'
            END-DELETE.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001T8
            IF WS-FS-ORC NOT = 00 THEN
               MOVE WS-FS-ORC                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001T8'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-SEM-UNIDADES = 'N'
               CLOSE CFP001SK
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADORCAM'
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
            MOVE 'CADORCAM' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADORCAM FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' MESES GRAVADOS..: ' WS-R-GRAVADOS
            DISPLAY ' MESES EXCLUIDOS.: ' WS-R-EXCLUIDOS
            DISPLAY '--------------------------------------'
            MOVE 'CADORCAM' TO WS-LG-PROGRAMA
            MOVE 'ORCAMENTO GRAV ' TO WS-LG-CONTADOR
            MOVE WS-R-GRAVADOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADORCAM.
