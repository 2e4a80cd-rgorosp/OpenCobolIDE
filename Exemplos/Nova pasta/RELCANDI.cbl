      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: FUNIL DE ADMISSAO POR UNIDADE - PERCORRE O ARQUIVO DE
      *          CANDIDATOS (CANDIDAT.DAT, CFP001V5) DO ANO LETIVO
      *          PRETENDIDO PEDIDO (0000 = TODOS) E CONTA, POR UNIDADE
      *          PRETENDIDA: INSCRITOS, AVALIADOS (COM PROVA), APROVADOS
      *          (APROVADOS + JA MATRICULADOS), MATRICULADOS,
      *          RECUSADOS, DESISTENTES E AINDA EM ABERTO, COM O
      *          PERCENTUAL DE APROVACAO SOBRE OS INSCRITOS E DE
      *          MATRICULA SOBRE OS APROVADOS. EM SEGUIDA LISTA AS
      *          PERDAS (RECUSADOS E DESISTENTES) COM O MOTIVO.
      *          SAIDA COM TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCANDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V5 ASSIGN TO "C:/ARQUIVOS/CANDIDAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CD-ID-CANDIDATO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT REL-FUNIL ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V5.
           COPY REGCANDI.
       FD  REL-FUNIL.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-CANDIDATOS    PIC 9(05) VALUE ZEROS.
           03 WS-R-PERDAS        PIC 9(05) VALUE ZEROS.

      * >>> CONTADORES DO FUNIL POR UNIDADE PRETENDIDA; A ULTIMA
      * >>> OCORRENCIA USADA (WS-QTD-UNID + 1) SERVE DE TOTAL GERAL
       01  WS-TAB-FUNIL.
           03 WS-FN-OCC OCCURS 51 TIMES
                        INDEXED BY WS-FX WS-FX-TOTAL.
              05 WS-FN-UNIDADE    PIC X(03).
              05 WS-FN-INSCRITOS  PIC 9(05).
              05 WS-FN-AVALIADOS  PIC 9(05).
              05 WS-FN-APROVADOS  PIC 9(05).
              05 WS-FN-MATRICUL   PIC 9(05).
              05 WS-FN-RECUSADOS  PIC 9(05).
              05 WS-FN-DESISTEN   PIC 9(05).
              05 WS-FN-ABERTOS    PIC 9(05).
       77  WS-QTD-UNID            PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-UNID          PIC X(01) VALUE 'N'.

      * >>> LINHA EDITADA DO FUNIL
       01  WS-EDICAO.
           03 WS-ED-INSCRITOS    PIC ZZZZ9.
           03 WS-ED-AVALIADOS    PIC ZZZZ9.
           03 WS-ED-APROVADOS    PIC ZZZZ9.
           03 WS-ED-MATRICUL     PIC ZZZZ9.
           03 WS-ED-RECUSADOS    PIC ZZZZ9.
           03 WS-ED-DESISTEN     PIC ZZZZ9.
           03 WS-ED-ABERTOS      PIC ZZZZ9.
           03 WS-ED-PCT-APROV    PIC ZZ9,9.
           03 WS-ED-PCT-MATR     PIC ZZ9,9.
       77  WS-PCT                 PIC 9(03)V9 VALUE ZEROS.
       77  WS-CALC-PARTE          PIC 9(05) VALUE ZEROS.
       77  WS-CALC-BASE           PIC 9(05) VALUE ZEROS.

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
            DISPLAY 'PROGRAMA RELCANDI - INICIADO'
            DISPLAY 'DIGITE O ANO LETIVO PRETENDIDO (AAAA, 0000 ='
                    ' TODOS): '
            ACCEPT WS-ANO-PEDIDO

            PERFORM P050-ABRIR
            PERFORM P100-CONTA THRU P100-EXIT
                    UNTIL WS-FS-CAN = 10
            PERFORM P300-IMPRIME THRU P300-EXIT
            PERFORM P500-PERDAS THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/FUNILADM_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001V5
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-FUNIL
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-FUNIL'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-ANO-PEDIDO = ZEROS
               STRING 'FUNIL DE ADMISSAO POR UNIDADE - TODOS OS ANOS'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'FUNIL DE ADMISSAO POR UNIDADE - INGRESSO EM '
                      WS-ANO-PEDIDO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> CADA CANDIDATO DO ANO CONTA NA SUA UNIDADE PRETENDIDA
       S100 SECTION.
       P100-CONTA.
            READ CFP001V5
            IF WS-FS-CAN NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-CAN NOT = 00
               GO TO P100-EXIT
            END-IF
            IF WS-ANO-PEDIDO NOT = ZEROS
               AND CD-AN-LETIVO NOT = WS-ANO-PEDIDO
               GO TO P100-EXIT
            END-IF

            MOVE 'N' TO WS-ACHOU-UNID
            SET WS-FX TO 1
            SEARCH WS-FN-OCC
                AT END
                   CONTINUE
                WHEN WS-FX > WS-QTD-UNID
                   CONTINUE
                WHEN WS-FN-UNIDADE(WS-FX) = CD-UNIDADE
                   MOVE 'S' TO WS-ACHOU-UNID
            END-SEARCH
            IF WS-ACHOU-UNID = 'N'
               IF WS-QTD-UNID NOT < 50
                  DISPLAY 'AVISO: MAIS DE 50 UNIDADES - CANDIDATO '
                          CD-ID-CANDIDATO ' FORA DO FUNIL'
                  GO TO P100-EXIT
               END-IF
               ADD 1 TO WS-QTD-UNID
               SET WS-FX TO WS-QTD-UNID
               INITIALIZE WS-FN-OCC(WS-FX)
               MOVE CD-UNIDADE TO WS-FN-UNIDADE(WS-FX)
            END-IF

            ADD 1 TO WS-R-CANDIDATOS
            ADD 1 TO WS-FN-INSCRITOS(WS-FX)
            IF CD-DT-PROVA > ZEROS
               OR CANDIDATO-AVALIADO OR CANDIDATO-APROVADO
               OR CANDIDATO-MATRICULADO
               ADD 1 TO WS-FN-AVALIADOS(WS-FX)
            END-IF
            IF CANDIDATO-APROVADO OR CANDIDATO-MATRICULADO
               ADD 1 TO WS-FN-APROVADOS(WS-FX)
            END-IF
            IF CANDIDATO-MATRICULADO
               ADD 1 TO WS-FN-MATRICUL(WS-FX)
            END-IF
            IF CANDIDATO-RECUSADO
               ADD 1 TO WS-FN-RECUSADOS(WS-FX)
            END-IF
            IF CANDIDATO-DESISTENTE
               ADD 1 TO WS-FN-DESISTEN(WS-FX)
            END-IF
            IF CANDIDATO-EM-ABERTO
               ADD 1 TO WS-FN-ABERTOS(WS-FX)
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> UMA LINHA POR UNIDADE E A LINHA DE TOTAL GERAL
       S300 SECTION.
       P300-IMPRIME.
            MOVE SPACES TO REL-LINHA
            STRING 'UNID INSCR  AVAL APROV MATRI RECUS DESIS ABERT'
                   ' %APROV %MATRI'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            SET WS-FX-TOTAL TO WS-QTD-UNID
            SET WS-FX-TOTAL UP BY 1
            INITIALIZE WS-FN-OCC(WS-FX-TOTAL)
            MOVE 'TOT' TO WS-FN-UNIDADE(WS-FX-TOTAL)
            PERFORM P320-UNIDADE THRU P320-EXIT
                    VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-QTD-UNID

            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            SET WS-FX TO WS-FX-TOTAL
            PERFORM P350-LINHA THRU P350-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P300-EXIT.
            EXIT.

       P320-UNIDADE.
            PERFORM P350-LINHA THRU P350-EXIT
            ADD WS-FN-INSCRITOS(WS-FX)
                TO WS-FN-INSCRITOS(WS-FX-TOTAL)
            ADD WS-FN-AVALIADOS(WS-FX)
                TO WS-FN-AVALIADOS(WS-FX-TOTAL)
            ADD WS-FN-APROVADOS(WS-FX)
                TO WS-FN-APROVADOS(WS-FX-TOTAL)
            ADD WS-FN-MATRICUL(WS-FX)
                TO WS-FN-MATRICUL(WS-FX-TOTAL)
            ADD WS-FN-RECUSADOS(WS-FX)
                TO WS-FN-RECUSADOS(WS-FX-TOTAL)
            ADD WS-FN-DESISTEN(WS-FX)
                TO WS-FN-DESISTEN(WS-FX-TOTAL)
            ADD WS-FN-ABERTOS(WS-FX)
                TO WS-FN-ABERTOS(WS-FX-TOTAL).
       P320-EXIT.
            EXIT.

       P350-LINHA.
            MOVE WS-FN-INSCRITOS(WS-FX) TO WS-ED-INSCRITOS
            MOVE WS-FN-AVALIADOS(WS-FX) TO WS-ED-AVALIADOS
            MOVE WS-FN-APROVADOS(WS-FX) TO WS-ED-APROVADOS
            MOVE WS-FN-MATRICUL(WS-FX)  TO WS-ED-MATRICUL
            MOVE WS-FN-RECUSADOS(WS-FX) TO WS-ED-RECUSADOS
            MOVE WS-FN-DESISTEN(WS-FX)  TO WS-ED-DESISTEN
            MOVE WS-FN-ABERTOS(WS-FX)   TO WS-ED-ABERTOS

            MOVE WS-FN-APROVADOS(WS-FX) TO WS-CALC-PARTE
            MOVE WS-FN-INSCRITOS(WS-FX) TO WS-CALC-BASE
            PERFORM P390-PERCENTUAL THRU P390-EXIT
            MOVE WS-PCT TO WS-ED-PCT-APROV
            MOVE WS-FN-MATRICUL(WS-FX)  TO WS-CALC-PARTE
            MOVE WS-FN-APROVADOS(WS-FX) TO WS-CALC-BASE
            PERFORM P390-PERCENTUAL THRU P390-EXIT
            MOVE WS-PCT TO WS-ED-PCT-MATR

            MOVE SPACES TO REL-LINHA
            STRING WS-FN-UNIDADE(WS-FX) ' ' WS-ED-INSCRITOS
                   ' ' WS-ED-AVALIADOS ' ' WS-ED-APROVADOS
                   ' ' WS-ED-MATRICUL ' ' WS-ED-RECUSADOS
                   ' ' WS-ED-DESISTEN ' ' WS-ED-ABERTOS
                   '  ' WS-ED-PCT-APROV '  ' WS-ED-PCT-MATR
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P350-EXIT.
            EXIT.

       P390-PERCENTUAL.
            MOVE ZEROS TO WS-PCT
            IF WS-CALC-BASE > ZEROS
               COMPUTE WS-PCT ROUNDED =
                       WS-CALC-PARTE * 100 / WS-CALC-BASE
                       ON SIZE ERROR
                          MOVE 999,9 TO WS-PCT
               END-COMPUTE
            END-IF.
       P390-EXIT.
            EXIT.

       P450-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

      * >>> SEGUNDA LEITURA: RECUSADOS E DESISTENTES COM O MOTIVO
       S500 SECTION.
       P500-PERDAS.
            CLOSE CFP001V5
            OPEN INPUT CFP001V5
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO REABERTURA DO CFP001V5'       TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING 'PERDAS DO FUNIL - RECUSADOS (R) E DESISTENTES (D)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            PERFORM P520-PERDA THRU P520-EXIT
                    UNTIL WS-FS-CAN = 10
            IF WS-R-PERDAS = ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'NENHUM CANDIDATO RECUSADO OU DESISTENTE'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P500-EXIT.
            EXIT.

       P520-PERDA.
            READ CFP001V5
            IF WS-FS-CAN NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001V5'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-CAN NOT = 00
               GO TO P520-EXIT
            END-IF
            IF WS-ANO-PEDIDO NOT = ZEROS
               AND CD-AN-LETIVO NOT = WS-ANO-PEDIDO
               GO TO P520-EXIT
            END-IF
            IF NOT CANDIDATO-RECUSADO AND NOT CANDIDATO-DESISTENTE
               GO TO P520-EXIT
            END-IF
            ADD 1 TO WS-R-PERDAS
            MOVE SPACES TO REL-LINHA
            STRING CD-UNIDADE ' ' CD-ID-CANDIDATO ' ' CD-NM-CANDIDATO
                   ' ' CD-ST-CANDIDATO ' ' CD-DT-SITUACAO ' '
                   CD-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P520-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V5
            CLOSE REL-FUNIL
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-FUNIL'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELCANDI'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELCANDI'
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
            MOVE 'RELCANDI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELCANDI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' UNIDADES NO FUNIL..: ' WS-QTD-UNID
            DISPLAY ' CANDIDATOS LIDOS...: ' WS-R-CANDIDATOS
            DISPLAY ' RECUSADOS/DESIST...: ' WS-R-PERDAS
            DISPLAY ' RELATORIO GERADO EM: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELCANDI.
