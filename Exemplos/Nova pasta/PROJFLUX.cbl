      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS DIAS (90 POR
      *          PADRAO) A PARTIR DA DATA BASE, POR SEMANA E POR MES.
      *          ENTRAM NA PROJECAO:
      *            - COBRANCAS EM ABERTO DO CFP001SF PELO SALDO, NA
      *              DATA DE CB-DT-VENCIMENTO;
      *            - PARCELAS EM ABERTO DOS PLANOS DE RENEGOCIACAO
      *              (PLANPARC.DAT), TIPO 'RN';
      *            - CHEQUES PRE-DATADOS PENDENTES DO CHEQUES.DAT PELA
      *              DATA DE DEPOSITO, TIPO 'CH'.
      *          CADA VALOR E AJUSTADO PELA TAXA HISTORICA DE
      *          PAGAMENTO EM DIA: PARA AS COBRANCAS VENCIDAS NOS 365
      *          DIAS ANTERIORES A DATA BASE, O QUANTO O PAGDETAL.DAT
      *          MOSTRA RECEBIDO ATE O VENCIMENTO SOBRE O VALOR
      *          LIQUIDO, POR CB-TP-COBRANCA. PARCELAS E CHEQUES USAM
      *          A TAXA GERAL. SUBTOTAIS POR UNIDADE DO ALUNO E POR
      *          TIPO. SAIDA COM TIMESTAMP REGISTRADA NO RELCATAL
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJFLUX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SN ASSIGN TO "C:/ARQUIVOS/PLANOREN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PL-NR-PLANO
                  FILE STATUS  IS WS-FS-PLA.
           SELECT CFP001SO ASSIGN TO "C:/ARQUIVOS/PLANPARC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PP-CHAVE
                  FILE STATUS  IS WS-FS-PAR.
           SELECT CFP001SQ ASSIGN TO "C:/ARQUIVOS/CHEQUES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CH-CHAVE
                  FILE STATUS  IS WS-FS-CHQ.
           SELECT REL-PROJECAO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SN.
           COPY REGPLANO.
       FD  CFP001SO.
           COPY REGPLPAR.
       FD  CFP001SQ.
           COPY REGCHEQ.
       FD  REL-PROJECAO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PLA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CHQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-BASE         PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-PROJECAO   PIC 9(03) VALUE ZEROS.
           03 WS-DT-FIM          PIC 9(08) VALUE ZEROS.
           03 WS-DT-HIST-INI     PIC 9(08) VALUE ZEROS.
           03 WS-INT-BASE        PIC 9(07) VALUE ZEROS.
           03 WS-INT-VENCTO      PIC 9(07) VALUE ZEROS.
           03 WS-FIM-COB         PIC X(01) VALUE 'N'.
           03 WS-FIM-DET         PIC X(01) VALUE 'N'.
           03 WS-FIM-PAR         PIC X(01) VALUE 'N'.
           03 WS-FIM-CHQ         PIC X(01) VALUE 'N'.
           03 WS-SEM-DETALHE     PIC X(01) VALUE 'N'.
           03 WS-SEM-PLANO       PIC X(01) VALUE 'N'.
           03 WS-SEM-CHEQUE      PIC X(01) VALUE 'N'.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-ITENS        PIC 9(05) VALUE ZEROS.

      * >>> ITEM CORRENTE A PROJETAR
       01  WS-ITEM.
           03 WS-IT-DATA         PIC 9(08) VALUE ZEROS.
           03 WS-IT-VALOR        PIC 9(07)V99 VALUE ZEROS.
           03 WS-IT-TIPO         PIC X(02) VALUE SPACES.
           03 WS-IT-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-IT-PROJETADO    PIC 9(07)V99 VALUE ZEROS.
           03 WS-IT-TAXA         PIC 9V9999 VALUE ZEROS.
           03 WS-IT-SEMANA       PIC 9(03) VALUE ZEROS.
           03 WS-IT-ANO-MES      PIC 9(06) VALUE ZEROS.
       01  WS-PONTUAL            PIC 9(07)V99 VALUE ZEROS.

      * >>> TAXA DE PAGAMENTO EM DIA POR TIPO (A PRIMEIRA POSICAO,
      * >>> TIPO '**', ACUMULA A TAXA GERAL)
       01  WS-TAB-TIPO.
           03 WS-TP-OCC OCCURS 12 TIMES
                        INDEXED BY WS-TX WS-TX-ACHADO.
              05 WS-TP-CODIGO     PIC X(02).
              05 WS-TP-HIST-BASE  PIC 9(09)V99.
              05 WS-TP-HIST-DIA   PIC 9(09)V99.
              05 WS-TP-TAXA       PIC 9V9999.
              05 WS-TP-NOMINAL    PIC 9(09)V99.
              05 WS-TP-PROJETADO  PIC 9(09)V99.
       77  WS-QTD-TIPOS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-TIPO          PIC X(01) VALUE 'N'.
       77  WS-TIPO-BUSCA          PIC X(02) VALUE SPACES.
       77  WS-TAXA-GERAL          PIC 9V9999 VALUE 1.

      * >>> BALDES SEMANAIS (ATE 26 SEMANAS) E MENSAIS
       01  WS-TAB-SEMANA.
           03 WS-SM-OCC OCCURS 27 TIMES INDEXED BY WS-SX.
              05 WS-SM-NOMINAL    PIC 9(09)V99.
              05 WS-SM-PROJETADO  PIC 9(09)V99.
       77  WS-QTD-SEMANAS         PIC 9(03) VALUE ZEROS.
       01  WS-TAB-MES.
           03 WS-MS-OCC OCCURS 8 TIMES
                        INDEXED BY WS-MX WS-MX-ACHADO.
              05 WS-MS-ANO-MES    PIC 9(06).
              05 WS-MS-NOMINAL    PIC 9(09)V99.
              05 WS-MS-PROJETADO  PIC 9(09)V99.
       77  WS-QTD-MESES           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-MES           PIC X(01) VALUE 'N'.
       01  WS-SM-DT-INI          PIC 9(08) VALUE ZEROS.
       01  WS-SM-DT-FIM          PIC 9(08) VALUE ZEROS.

      * >>> SUBTOTAIS POR UNIDADE DO ALUNO
       01  WS-TAB-UNID.
           03 WS-UNID-OCC OCCURS 20 TIMES
                          INDEXED BY WS-UX WS-UX-ACHADA.
              05 WS-UN-CODIGO     PIC X(03).
              05 WS-UN-NOMINAL    PIC 9(09)V99.
              05 WS-UN-PROJETADO  PIC 9(09)V99.
       77  WS-QTD-UNIDS           PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-UNID          PIC X(01) VALUE 'N'.
       77  WS-UNID-BUSCA          PIC X(03) VALUE SPACES.

       01  WS-TOTAIS.
           03 WS-TOT-NOMINAL     PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-PROJETADO   PIC 9(09)V99 VALUE ZEROS.
       01  WS-PCT-ED             PIC ZZ9,99.

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
            DISPLAY 'PROGRAMA PROJFLUX - INICIADO'
            DISPLAY 'DIGITE A DATA BASE DA PROJECAO (AAAAMMDD): '
            ACCEPT WS-DT-BASE
            PERFORM UNTIL WS-DT-BASE IS NUMERIC
                      AND WS-DT-BASE > 19000101
               DISPLAY 'DATA INVALIDA! DIGITE NO FORMATO AAAAMMDD: '
               ACCEPT WS-DT-BASE
            END-PERFORM
            DISPLAY 'DIAS A PROJETAR (000 = 90, MAXIMO 182): '
            ACCEPT WS-DIAS-PROJECAO
            IF WS-DIAS-PROJECAO IS NOT NUMERIC
               OR WS-DIAS-PROJECAO = ZEROS
               OR WS-DIAS-PROJECAO > 182
               MOVE 090 TO WS-DIAS-PROJECAO
            END-IF

            COMPUTE WS-INT-BASE = FUNCTION INTEGER-OF-DATE (WS-DT-BASE)
            COMPUTE WS-DT-FIM = FUNCTION DATE-OF-INTEGER
                    (WS-INT-BASE + WS-DIAS-PROJECAO - 1)
            COMPUTE WS-DT-HIST-INI = FUNCTION DATE-OF-INTEGER
                    (WS-INT-BASE - 365)
            COMPUTE WS-QTD-SEMANAS = (WS-DIAS-PROJECAO + 6) / 7

            PERFORM P050-ABRIR
            INITIALIZE WS-TAB-SEMANA
            MOVE '**' TO WS-TIPO-BUSCA
            PERFORM P150-ACHA-TIPO THRU P150-EXIT

            PERFORM P100-HISTORICO THRU P100-EXIT
            PERFORM P190-TAXAS THRU P190-EXIT
            PERFORM P200-COBRANCAS THRU P200-EXIT
            PERFORM P300-PARCELAS THRU P300-EXIT
            PERFORM P350-CHEQUES THRU P350-EXIT
            PERFORM P500-IMPRIMIR THRU P500-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'PROJFLUX' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'COBRANCA' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-COBRANCA TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SF TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'PAGDETAL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-PAGDETAL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001SM TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/PROJFLUX_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SM
            IF WS-FS-DET = 35
               MOVE 'S' TO WS-SEM-DETALHE
            ELSE
               IF WS-FS-DET NOT = 00
                  MOVE WS-FS-DET                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SM'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN INPUT CFP001SN
            IF WS-FS-PLA = 35
               MOVE 'S' TO WS-SEM-PLANO
            ELSE
               IF WS-FS-PLA NOT = 00
                  MOVE WS-FS-PLA                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SN'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
               OPEN INPUT CFP001SO
               IF WS-FS-PAR NOT = 00
                  MOVE WS-FS-PAR                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SO'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN INPUT CFP001SQ
            IF WS-FS-CHQ = 35
               MOVE 'S' TO WS-SEM-CHEQUE
            ELSE
               IF WS-FS-CHQ NOT = 00
                  MOVE WS-FS-CHQ                        TO WS-MSG1
                  MOVE 'ERRO ABERTURA DO CFP001SQ'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            OPEN OUTPUT REL-PROJECAO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-PROJECAO' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> HISTORICO: COBRANCAS VENCIDAS NOS 365 DIAS ANTERIORES A
      * >>> DATA BASE - VALOR LIQUIDO X RECEBIDO ATE O VENCIMENTO
       S100 SECTION.
       P100-HISTORICO.
            MOVE 'N'   TO WS-FIM-COB
            MOVE ZEROS TO CB-CHAVE
            START CFP001SF KEY IS NOT LESS CB-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-COB
            END-START
            PERFORM P110-LER-HISTORICO THRU P110-EXIT
                    UNTIL WS-FIM-COB = 'S'.
       P100-EXIT.
            EXIT.

       P110-LER-HISTORICO.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-COB
                      GO TO P110-EXIT
            END-READ
            IF CB-DT-VENCIMENTO < WS-DT-HIST-INI
               OR CB-DT-VENCIMENTO NOT < WS-DT-BASE
               OR CB-VALOR-LIQUIDO = ZEROS
               GO TO P110-EXIT
            END-IF
            MOVE ZEROS TO WS-PONTUAL
            IF WS-SEM-DETALHE = 'N'
               PERFORM P120-PONTUAL THRU P120-EXIT
            END-IF
            IF WS-PONTUAL > CB-VALOR-LIQUIDO
               MOVE CB-VALOR-LIQUIDO TO WS-PONTUAL
            END-IF

            MOVE CB-TP-COBRANCA TO WS-TIPO-BUSCA
            PERFORM P150-ACHA-TIPO THRU P150-EXIT
            ADD CB-VALOR-LIQUIDO TO WS-TP-HIST-BASE(WS-TX)
            ADD WS-PONTUAL       TO WS-TP-HIST-DIA(WS-TX)
            MOVE '**' TO WS-TIPO-BUSCA
            PERFORM P150-ACHA-TIPO THRU P150-EXIT
            ADD CB-VALOR-LIQUIDO TO WS-TP-HIST-BASE(WS-TX)
            ADD WS-PONTUAL       TO WS-TP-HIST-DIA(WS-TX).
       P110-EXIT.
            EXIT.

       P120-PONTUAL.
            MOVE 'N'         TO WS-FIM-DET
            MOVE CB-ID-ALUNO TO PD-ID-ALUNO
            MOVE CB-ANO-MES  TO PD-ANO-MES
            MOVE CB-NR-SEQ   TO PD-NR-SEQ
            MOVE ZEROS       TO PD-SEQUENCIA
            START CFP001SM KEY IS NOT LESS PD-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-DET
            END-START
            PERFORM P130-LER-DETALHE THRU P130-EXIT
                    UNTIL WS-FIM-DET = 'S'.
       P120-EXIT.
            EXIT.

       P130-LER-DETALHE.
            READ CFP001SM NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-DET
                      GO TO P130-EXIT
            END-READ
            IF PD-ID-ALUNO NOT = CB-ID-ALUNO
               OR PD-ANO-MES NOT = CB-ANO-MES
               OR PD-NR-SEQ NOT = CB-NR-SEQ
               MOVE 'S' TO WS-FIM-DET
               GO TO P130-EXIT
            END-IF
            IF PD-DT-PAGAMENTO NOT > CB-DT-VENCIMENTO
               ADD PD-VALOR-PAGO TO WS-PONTUAL
            END-IF.
       P130-EXIT.
            EXIT.

       P150-ACHA-TIPO.
            MOVE 'N' TO WS-ACHOU-TIPO
            PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-QTD-TIPOS
               IF WS-TP-CODIGO(WS-TX) = WS-TIPO-BUSCA
                  MOVE 'S' TO WS-ACHOU-TIPO
                  SET WS-TX-ACHADO TO WS-TX
               END-IF
            END-PERFORM
            IF WS-ACHOU-TIPO = 'N'
               IF WS-QTD-TIPOS < 12
                  ADD 1 TO WS-QTD-TIPOS
                  SET WS-TX TO WS-QTD-TIPOS
                  INITIALIZE WS-TP-OCC(WS-TX)
                  MOVE WS-TIPO-BUSCA TO WS-TP-CODIGO(WS-TX)
                  MOVE WS-TAXA-GERAL TO WS-TP-TAXA(WS-TX)
               ELSE
                  SET WS-TX TO WS-QTD-TIPOS
               END-IF
            ELSE
               SET WS-TX TO WS-TX-ACHADO
            END-IF.
       P150-EXIT.
            EXIT.

      * >>> TAXA = RECEBIDO EM DIA / LIQUIDO; SEM HISTORICO O TIPO
      * >>> FICA COM A TAXA GERAL (E ESTA, SEM NADA, COM 100%)
       P190-TAXAS.
            SET WS-TX TO 1
            IF WS-TP-HIST-BASE(WS-TX) > ZEROS
               COMPUTE WS-TAXA-GERAL ROUNDED =
                       WS-TP-HIST-DIA(WS-TX) / WS-TP-HIST-BASE(WS-TX)
            END-IF
            PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-QTD-TIPOS
               IF WS-TP-HIST-BASE(WS-TX) > ZEROS
                  COMPUTE WS-TP-TAXA(WS-TX) ROUNDED =
                          WS-TP-HIST-DIA(WS-TX) /
                          WS-TP-HIST-BASE(WS-TX)
               ELSE
                  MOVE WS-TAXA-GERAL TO WS-TP-TAXA(WS-TX)
               END-IF
            END-PERFORM.
       P190-EXIT.
            EXIT.

      * >>> COBRANCAS EM ABERTO QUE VENCEM NO PERIODO PROJETADO
       S200 SECTION.
       P200-COBRANCAS.
            MOVE 'N'   TO WS-FIM-COB
            MOVE ZEROS TO CB-CHAVE
            START CFP001SF KEY IS NOT LESS CB-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-COB
            END-START
            PERFORM P210-LER-COBRANCA THRU P210-EXIT
                    UNTIL WS-FIM-COB = 'S'.
       P200-EXIT.
            EXIT.

       P210-LER-COBRANCA.
            READ CFP001SF NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-COB
                      GO TO P210-EXIT
            END-READ
            IF NOT COBRANCA-ABERTA
               OR CB-DT-VENCIMENTO < WS-DT-BASE
               OR CB-DT-VENCIMENTO > WS-DT-FIM
               OR CB-VALOR-PAGO NOT < CB-VALOR-LIQUIDO
               GO TO P210-EXIT
            END-IF
            MOVE CB-DT-VENCIMENTO TO WS-IT-DATA
            COMPUTE WS-IT-VALOR = CB-VALOR-LIQUIDO - CB-VALOR-PAGO
            MOVE CB-TP-COBRANCA   TO WS-IT-TIPO
            MOVE CB-ID-ALUNO      TO WS-IT-ALUNO
            PERFORM P400-PROJETA THRU P400-EXIT.
       P210-EXIT.
            EXIT.

      * >>> PARCELAS EM ABERTO DOS PLANOS DE RENEGOCIACAO ATIVOS
       S300 SECTION.
       P300-PARCELAS.
            IF WS-SEM-PLANO = 'S'
               GO TO P300-EXIT
            END-IF
            PERFORM P310-LER-PARCELA THRU P310-EXIT
                    UNTIL WS-FIM-PAR = 'S'.
       P300-EXIT.
            EXIT.

       P310-LER-PARCELA.
            READ CFP001SO NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-PAR
                      GO TO P310-EXIT
            END-READ
            IF NOT PARCELA-ABERTA
               OR PP-DT-VENCIMENTO < WS-DT-BASE
               OR PP-DT-VENCIMENTO > WS-DT-FIM
               OR PP-VALOR-PAGO NOT < PP-VALOR
               GO TO P310-EXIT
            END-IF
            MOVE PP-NR-PLANO TO PL-NR-PLANO
            READ CFP001SN
                 KEY IS PL-NR-PLANO
                 INVALID KEY
                      GO TO P310-EXIT
            END-READ
            IF NOT PLANO-ATIVO
               GO TO P310-EXIT
            END-IF
            MOVE PP-DT-VENCIMENTO TO WS-IT-DATA
            COMPUTE WS-IT-VALOR = PP-VALOR - PP-VALOR-PAGO
            MOVE 'RN'             TO WS-IT-TIPO
            MOVE PL-ID-ALUNO      TO WS-IT-ALUNO
            PERFORM P400-PROJETA THRU P400-EXIT.
       P310-EXIT.
            EXIT.

      * >>> CHEQUES PRE-DATADOS AINDA PENDENTES, PELA DATA DE DEPOSITO
       P350-CHEQUES.
            IF WS-SEM-CHEQUE = 'S'
               GO TO P350-EXIT
            END-IF
            PERFORM P360-LER-CHEQUE THRU P360-EXIT
                    UNTIL WS-FIM-CHQ = 'S'.
       P350-EXIT.
            EXIT.

       P360-LER-CHEQUE.
            READ CFP001SQ NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CHQ
                      GO TO P360-EXIT
            END-READ
            IF NOT CHEQUE-PENDENTE
               OR CH-DT-DEPOSITO < WS-DT-BASE
               OR CH-DT-DEPOSITO > WS-DT-FIM
               GO TO P360-EXIT
            END-IF
            MOVE CH-DT-DEPOSITO TO WS-IT-DATA
            MOVE CH-VALOR       TO WS-IT-VALOR
            MOVE 'CH'           TO WS-IT-TIPO
            MOVE CH-ID-ALUNO    TO WS-IT-ALUNO
            PERFORM P400-PROJETA THRU P400-EXIT.
       P360-EXIT.
            EXIT.

      * >>> AJUSTA O ITEM PELA TAXA E SOMA NOS BALDES E SUBTOTAIS
       S400 SECTION.
       P400-PROJETA.
            ADD 1 TO WS-QT-ITENS
            IF WS-IT-TIPO = 'RN' OR WS-IT-TIPO = 'CH'
               MOVE WS-TAXA-GERAL TO WS-IT-TAXA
            ELSE
               MOVE WS-IT-TIPO TO WS-TIPO-BUSCA
               PERFORM P150-ACHA-TIPO THRU P150-EXIT
               MOVE WS-TP-TAXA(WS-TX) TO WS-IT-TAXA
            END-IF
            COMPUTE WS-IT-PROJETADO ROUNDED =
                    WS-IT-VALOR * WS-IT-TAXA

            MOVE WS-IT-TIPO TO WS-TIPO-BUSCA
            PERFORM P150-ACHA-TIPO THRU P150-EXIT
            ADD WS-IT-VALOR     TO WS-TP-NOMINAL(WS-TX)
            ADD WS-IT-PROJETADO TO WS-TP-PROJETADO(WS-TX)

            COMPUTE WS-INT-VENCTO =
                    FUNCTION INTEGER-OF-DATE (WS-IT-DATA)
            COMPUTE WS-IT-SEMANA =
                    (WS-INT-VENCTO - WS-INT-BASE) / 7 + 1
            SET WS-SX TO WS-IT-SEMANA
            ADD WS-IT-VALOR     TO WS-SM-NOMINAL(WS-SX)
            ADD WS-IT-PROJETADO TO WS-SM-PROJETADO(WS-SX)

            MOVE WS-IT-DATA(1:6) TO WS-IT-ANO-MES
            PERFORM P420-ACHA-MES THRU P420-EXIT
            ADD WS-IT-VALOR     TO WS-MS-NOMINAL(WS-MX)
            ADD WS-IT-PROJETADO TO WS-MS-PROJETADO(WS-MX)

            MOVE WS-IT-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE SPACES TO UN-ALUNO
            END-READ
            MOVE UN-ALUNO TO WS-UNID-BUSCA
            PERFORM P440-ACHA-UNIDADE THRU P440-EXIT
            ADD WS-IT-VALOR     TO WS-UN-NOMINAL(WS-UX)
            ADD WS-IT-PROJETADO TO WS-UN-PROJETADO(WS-UX)

            ADD WS-IT-VALOR     TO WS-TOT-NOMINAL
            ADD WS-IT-PROJETADO TO WS-TOT-PROJETADO.
       P400-EXIT.
            EXIT.

       P420-ACHA-MES.
            MOVE 'N' TO WS-ACHOU-MES
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-MESES
               IF WS-MS-ANO-MES(WS-MX) = WS-IT-ANO-MES
                  MOVE 'S' TO WS-ACHOU-MES
                  SET WS-MX-ACHADO TO WS-MX
               END-IF
            END-PERFORM
            IF WS-ACHOU-MES = 'N'
               IF WS-QTD-MESES < 8
                  ADD 1 TO WS-QTD-MESES
                  SET WS-MX TO WS-QTD-MESES
                  INITIALIZE WS-MS-OCC(WS-MX)
                  MOVE WS-IT-ANO-MES TO WS-MS-ANO-MES(WS-MX)
               ELSE
                  SET WS-MX TO WS-QTD-MESES
               END-IF
            ELSE
               SET WS-MX TO WS-MX-ACHADO
            END-IF.
       P420-EXIT.
            EXIT.

       P440-ACHA-UNIDADE.
            MOVE 'N' TO WS-ACHOU-UNID
            PERFORM VARYING WS-UX FROM 1 BY 1
                    UNTIL WS-UX > WS-QTD-UNIDS
               IF WS-UN-CODIGO(WS-UX) = WS-UNID-BUSCA
                  MOVE 'S' TO WS-ACHOU-UNID
                  SET WS-UX-ACHADA TO WS-UX
               END-IF
            END-PERFORM
            IF WS-ACHOU-UNID = 'N'
               IF WS-QTD-UNIDS < 20
                  ADD 1 TO WS-QTD-UNIDS
                  SET WS-UX TO WS-QTD-UNIDS
                  INITIALIZE WS-UNID-OCC(WS-UX)
                  MOVE WS-UNID-BUSCA TO WS-UN-CODIGO(WS-UX)
               ELSE
                  SET WS-UX TO WS-QTD-UNIDS
               END-IF
            ELSE
               SET WS-UX TO WS-UX-ACHADA
            END-IF.
       P440-EXIT.
            EXIT.

       S500 SECTION.
       P500-IMPRIMIR.
            MOVE SPACES TO REL-LINHA
            STRING 'PROJECAO DO FLUXO DE CAIXA - BASE ' WS-DT-BASE
                   ' ATE ' WS-DT-FIM ' (' WS-DIAS-PROJECAO ' DIAS)'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT

            MOVE 'POR SEMANA (NOMINAL / PROJETADO)' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SEMANAS
               COMPUTE WS-SM-DT-INI = FUNCTION DATE-OF-INTEGER
                       (WS-INT-BASE + (WS-SX - 1) * 7)
               COMPUTE WS-SM-DT-FIM = FUNCTION DATE-OF-INTEGER
                       (WS-INT-BASE + (WS-SX - 1) * 7 + 6)
               IF WS-SM-DT-FIM > WS-DT-FIM
                  MOVE WS-DT-FIM TO WS-SM-DT-FIM
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING ' ' WS-SM-DT-INI ' A ' WS-SM-DT-FIM ' '
                      WS-SM-NOMINAL(WS-SX) ' '
                      WS-SM-PROJETADO(WS-SX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-PERFORM

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'POR MES' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM VARYING WS-MX FROM 1 BY 1
                    UNTIL WS-MX > WS-QTD-MESES
               MOVE SPACES TO REL-LINHA
               STRING ' ' WS-MS-ANO-MES(WS-MX) '               '
                      WS-MS-NOMINAL(WS-MX) ' '
                      WS-MS-PROJETADO(WS-MX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-PERFORM

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'POR UNIDADE' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM VARYING WS-UX FROM 1 BY 1
                    UNTIL WS-UX > WS-QTD-UNIDS
               MOVE SPACES TO REL-LINHA
               STRING ' UNIDADE ' WS-UN-CODIGO(WS-UX) '             '
                      WS-UN-NOMINAL(WS-UX) ' '
                      WS-UN-PROJETADO(WS-UX)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-PERFORM

            MOVE ALL '-' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE 'POR TIPO (TAXA HISTORICA DE PAGAMENTO EM DIA)'
                 TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            PERFORM VARYING WS-TX FROM 1 BY 1
                    UNTIL WS-TX > WS-QTD-TIPOS
               IF WS-TP-CODIGO(WS-TX) = '**'
                  COMPUTE WS-PCT-ED = WS-TAXA-GERAL * 100
                  MOVE SPACES TO REL-LINHA
                  STRING ' TAXA GERAL (PARCELAS E CHEQUES): '
                         WS-PCT-ED '%'
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  IF WS-TP-CODIGO(WS-TX) = 'RN'
                     OR WS-TP-CODIGO(WS-TX) = 'CH'
                     COMPUTE WS-PCT-ED = WS-TAXA-GERAL * 100
                  ELSE
                     COMPUTE WS-PCT-ED = WS-TP-TAXA(WS-TX) * 100
                  END-IF
                  MOVE SPACES TO REL-LINHA
                  STRING ' TIPO ' WS-TP-CODIGO(WS-TX) ' TAXA '
                         WS-PCT-ED '%     '
                         WS-TP-NOMINAL(WS-TX) ' '
                         WS-TP-PROJETADO(WS-TX)
                         DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               PERFORM P650-ESCREVER THRU P650-EXIT
            END-PERFORM

            MOVE ALL '=' TO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' TOTAL DO PERIODO               '
                   WS-TOT-NOMINAL ' ' WS-TOT-PROJETADO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P650-ESCREVER THRU P650-EXIT.
       P500-EXIT.
            EXIT.

       P650-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P650-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001SF
            CLOSE CFP001S1
            IF WS-SEM-DETALHE = 'N'
               CLOSE CFP001SM
            END-IF
            IF WS-SEM-PLANO = 'N'
               CLOSE CFP001SN
               CLOSE CFP001SO
            END-IF
            IF WS-SEM-CHEQUE = 'N'
               CLOSE CFP001SQ
            END-IF
            CLOSE REL-PROJECAO
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-PROJECAO'        TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'PROJFLUX'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA PROJFLUX'
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
            MOVE 'PROJFLUX' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA PROJFLUX FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' ITENS PROJETADOS......: ' WS-QT-ITENS
            DISPLAY ' VALOR NOMINAL.........: ' WS-TOT-NOMINAL
            DISPLAY ' VALOR PROJETADO.......: ' WS-TOT-PROJETADO
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM PROJFLUX.
