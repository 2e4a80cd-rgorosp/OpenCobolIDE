      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ENVELHECIMENTO E VENCIMENTO DA FILA DE APROVACOES -
      *          PEDIDO NO APROVPEN.DAT FICAVA 'P' PARA SEMPRE SE
      *          NENHUM SUPERVISOR OLHASSE, E PEDIDOS DE SEIS MESES
      *          FORAM APROVADOS POR ENGANO MUITO DEPOIS DO DADO TER
      *          MUDADO DE NOVO. PASSO NOTURNO DA CADEIA BATDIARI:
      *          PARA CADA PEDIDO PENDENTE CONTA OS DIAS DESDE
      *          AP-DT-PEDIDO E
      *            - A PARTIR DOS DIAS DE AVISO, DEIXA TODA NOITE UM
      *              AVISO NA CAIXA DO OPERADOR SOLICITANTE E DE CADA
      *              SUPERVISOR (NIVEL 3) DO SUBSISTEMA DO PEDIDO, NO
      *              AVISOPER.DAT (LAYOUT REGAVOPE), EXIBIDO PELO
      *              LOGOPERA NA ENTRADA SEGUINTE DO OPERADOR;
      *            - NO LIMITE DE DIAS, VENCE O PEDIDO: SITUACAO 'E'
      *              (EXPIRADO) COM O MOTIVO NO AP-MOTIVO, DECISAO
      *              CARIMBADA 'APRVENCE' E AVISO FINAL AOS MESMOS
      *              OPERADORES.
      *          PRAZOS NO APRPRAZO.DAT, NOS MOLDES DO SENHAPOL.DAT:
      *          POSICOES 1-3 DIAS ATE O AVISO (007) E 4-6 DIAS ATE
      *          VENCER (030); SEM ARQUIVO, VALEM OS PADROES
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVENCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001SW ASSIGN TO "C:/ARQUIVOS/APROVPEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AP-NR-PEDIDO
                  FILE STATUS  IS WS-FS-APR.
           SELECT CFP001SJ ASSIGN TO "C:/ARQUIVOS/OPERADOR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS OP-ID-OPERADOR
                  FILE STATUS  IS WS-FS-OPE.
           SELECT CFP001W8 ASSIGN TO "C:/ARQUIVOS/AVISOPER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AV-CHAVE
                  FILE STATUS  IS WS-FS-AVI.
           SELECT ARQ-PRAZO ASSIGN TO "C:/ARQUIVOS/APRPRAZO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-PRZ.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001SW.
           COPY REGAPROV.
       FD  CFP001SJ.
           COPY REGOPER.
       FD  CFP001W8.
           COPY REGAVOPE.
       FD  ARQ-PRAZO.
       01  PRZ-REG.
           03 PRZ-DIAS-AVISO     PIC 9(03).
           03 PRZ-DIAS-VENCE     PIC 9(03).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-APR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-OPE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AVI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRZ          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-DIAS-AVISO      PIC 9(03) VALUE 007.
           03 WS-DIAS-VENCE      PIC 9(03) VALUE 030.
           03 WS-IDADE           PIC S9(05) VALUE ZEROS.
           03 WS-RESTAM          PIC S9(05) VALUE ZEROS.
           03 WS-IDADE-ED        PIC ZZZZ9.
           03 WS-RESTAM-ED       PIC ZZZZ9.
           03 WS-TEXTO           PIC X(60) VALUE SPACES.
           03 WS-DESTINO         PIC X(08) VALUE SPACES.
           03 WS-SX              PIC 9(02) VALUE ZEROS.
           03 WS-GRAVOU          PIC X(01) VALUE 'N'.
           03 WS-TENTATIVAS      PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-AVISO       PIC 9(04) VALUE ZEROS.

      * >>> CONTADORES DO PASSO
           03 WS-R-PENDENTES     PIC 9(05) VALUE ZEROS.
           03 WS-R-AVISADOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-VENCIDOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-AVISOS        PIC 9(05) VALUE ZEROS.

      * >>> SUPERVISORES ATIVOS POR SUBSISTEMA (NIVEL 3)
       01  WS-TAB-SUPER.
           03 WS-QTD-SUPER       PIC 9(02) VALUE ZEROS.
           03 WS-SP OCCURS 50 TIMES.
              05 WS-SP-OPERADOR  PIC X(08).
              05 WS-SP-NV-CONT   PIC X(01).
              05 WS-SP-NV-ALUN   PIC X(01).

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
            DISPLAY 'PROGRAMA APRVENCE - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P030-LER-PRAZO THRU P030-EXIT
            DISPLAY 'AVISO COM ' WS-DIAS-AVISO ' DIAS - VENCIMENTO COM '
                    WS-DIAS-VENCE ' DIAS'

            OPEN I-O CFP001SW
            IF WS-FS-APR = 35
               DISPLAY 'NENHUM PEDIDO DE APROVACAO REGISTRADO'
               PERFORM P999-FIM
            END-IF
            IF WS-FS-APR NOT = 00
               MOVE WS-FS-APR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SW' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            PERFORM P050-SUPERVISORES THRU P050-EXIT
            PERFORM P060-ABRIR-AVISOS THRU P060-EXIT

            PERFORM P100-PEDIDO THRU P100-EXIT
                    UNTIL WS-FS-APR NOT = 00

            CLOSE CFP001SW
            CLOSE CFP001W8
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> PRAZOS DA FILA: SEM O APRPRAZO.DAT OU COM A LINHA NAO
      * >>> NUMERICA, VALEM OS PADROES DA WORKING
       S030 SECTION.
       P030-LER-PRAZO.
            OPEN INPUT ARQ-PRAZO
            IF WS-FS-PRZ NOT = 00
               GO TO P030-EXIT
            END-IF
            READ ARQ-PRAZO
                 AT END
                      CONTINUE
                 NOT AT END
                      IF PRZ-REG IS NUMERIC
                         MOVE PRZ-DIAS-AVISO TO WS-DIAS-AVISO
                         MOVE PRZ-DIAS-VENCE TO WS-DIAS-VENCE
                      END-IF
            END-READ
            CLOSE ARQ-PRAZO
            IF WS-DIAS-VENCE = ZEROS
               MOVE 030 TO WS-DIAS-VENCE
            END-IF
            IF WS-DIAS-AVISO NOT < WS-DIAS-VENCE
               MOVE ZEROS TO WS-DIAS-AVISO
            END-IF.
       P030-EXIT.
            EXIT.

      * >>> CARREGA OS SUPERVISORES ATIVOS DE CONTATOS E DE ALUNOS
       S050 SECTION.
       P050-SUPERVISORES.
            OPEN INPUT CFP001SJ
            IF WS-FS-OPE NOT = 00
               DISPLAY 'MESTRE DE OPERADORES INDISPONIVEL - AVISOS SO'
                       ' AO SOLICITANTE'
               GO TO P050-EXIT
            END-IF
            PERFORM P055-LER-OPERADOR THRU P055-EXIT
                    UNTIL WS-FS-OPE NOT = 00
            CLOSE CFP001SJ.
       P050-EXIT.
            EXIT.

       P055-LER-OPERADOR.
            READ CFP001SJ NEXT RECORD
                 AT END
                      GO TO P055-EXIT
            END-READ
            IF NOT OPERADOR-ATIVO
               GO TO P055-EXIT
            END-IF
            IF OP-NIVEL-CONTATOS < '3' AND OP-NIVEL-ALUNOS < '3'
               GO TO P055-EXIT
            END-IF
            IF WS-QTD-SUPER NOT < 50
               GO TO P055-EXIT
            END-IF
            ADD 1 TO WS-QTD-SUPER
            MOVE OP-ID-OPERADOR    TO WS-SP-OPERADOR(WS-QTD-SUPER)
            MOVE OP-NIVEL-CONTATOS TO WS-SP-NV-CONT(WS-QTD-SUPER)
            MOVE OP-NIVEL-ALUNOS   TO WS-SP-NV-ALUN(WS-QTD-SUPER).
       P055-EXIT.
            EXIT.

       S060 SECTION.
       P060-ABRIR-AVISOS.
            OPEN I-O CFP001W8
            IF WS-FS-AVI = 35 THEN
               OPEN OUTPUT CFP001W8
               CLOSE CFP001W8
               OPEN I-O CFP001W8
            END-IF
            IF WS-FS-AVI NOT = 00
               MOVE WS-FS-AVI                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W8' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P060-EXIT.
            EXIT.

       S100 SECTION.
       P100-PEDIDO.
            READ CFP001SW NEXT RECORD
                 AT END
                      GO TO P100-EXIT
            END-READ
            IF NOT PEDIDO-PENDENTE
               GO TO P100-EXIT
            END-IF
            IF AP-DT-PEDIDO NOT NUMERIC OR AP-DT-PEDIDO = ZEROS
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-PENDENTES

            COMPUTE WS-IDADE =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE (AP-DT-PEDIDO)
            MOVE WS-IDADE TO WS-IDADE-ED

            IF WS-IDADE NOT < WS-DIAS-VENCE
               PERFORM P200-VENCER THRU P200-EXIT
               GO TO P100-EXIT
            END-IF
            IF WS-DIAS-AVISO > ZEROS AND WS-IDADE NOT < WS-DIAS-AVISO
               ADD 1 TO WS-R-AVISADOS
               COMPUTE WS-RESTAM = WS-DIAS-VENCE - WS-IDADE
               MOVE WS-RESTAM TO WS-RESTAM-ED
               MOVE SPACES TO WS-TEXTO
               STRING 'PEDIDO ' AP-NR-PEDIDO
                      ' PENDENTE HA' WS-IDADE-ED ' DIAS - VENCE EM'
                      WS-RESTAM-ED ' DIAS'
                      DELIMITED BY SIZE INTO WS-TEXTO
               PERFORM P300-AVISAR-TODOS THRU P300-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

      * >>> VENCIMENTO: SITUACAO PROPRIA ('E') E MOTIVO NO PEDIDO
       S200 SECTION.
       P200-VENCER.
            SET PEDIDO-EXPIRADO TO TRUE
            MOVE 'APRVENCE'     TO AP-OPER-DECISAO
            MOVE SPACES         TO AP-MOTIVO
            STRING 'EXPIRADO SEM DECISAO APOS' WS-IDADE-ED ' DIAS'
                   DELIMITED BY SIZE INTO AP-MOTIVO
            REWRITE REG-CFP001SW
            END-REWRITE
            IF WS-FS-APR NOT = 00
               MOVE WS-FS-APR                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SW' TO WS-MSG2
               PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-R-VENCIDOS
            DISPLAY 'PEDIDO ' AP-NR-PEDIDO ' DE ' AP-OPERADOR
                    ' EXPIRADO APOS' WS-IDADE-ED ' DIAS'
            MOVE SPACES TO WS-TEXTO
            STRING 'PEDIDO ' AP-NR-PEDIDO
                   ' EXPIRADO SEM DECISAO APOS' WS-IDADE-ED ' DIAS'
                   DELIMITED BY SIZE INTO WS-TEXTO
            PERFORM P300-AVISAR-TODOS THRU P300-EXIT.
       P200-EXIT.
            EXIT.

      * >>> AVISO AO SOLICITANTE E AOS SUPERVISORES DO SUBSISTEMA
       S300 SECTION.
       P300-AVISAR-TODOS.
            IF AP-OPERADOR NOT = SPACES
               MOVE AP-OPERADOR TO WS-DESTINO
               PERFORM P350-GRAVAR-AVISO THRU P350-EXIT
            END-IF
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-QTD-SUPER
               IF WS-SP-OPERADOR(WS-SX) NOT = AP-OPERADOR
                  IF (AP-ARQUIVO = 'CONTATOS'
                      AND WS-SP-NV-CONT(WS-SX) NOT < '3')
                  OR (AP-ARQUIVO = 'CFP001S1'
                      AND WS-SP-NV-ALUN(WS-SX) NOT < '3')
                     MOVE WS-SP-OPERADOR(WS-SX) TO WS-DESTINO
                     PERFORM P350-GRAVAR-AVISO THRU P350-EXIT
                  END-IF
               END-IF
            END-PERFORM.
       P300-EXIT.
            EXIT.

      * >>> A SEQUENCIA SO DESEMPATA AVISOS DO MESMO OPERADOR NO DIA;
      * >>> EM UMA SEGUNDA RODADA NO DIA, A CHAVE OCUPADA AVANCA
       P350-GRAVAR-AVISO.
            MOVE 'N'   TO WS-GRAVOU
            MOVE ZEROS TO WS-TENTATIVAS
            PERFORM UNTIL WS-GRAVOU = 'S' OR WS-TENTATIVAS > 50
               ADD 1 TO WS-SEQ-AVISO
               ADD 1 TO WS-TENTATIVAS
               MOVE WS-DESTINO   TO AV-OPERADOR
               MOVE WS-DATA-HOJE TO AV-DATA
               MOVE WS-SEQ-AVISO TO AV-SEQ
               MOVE 'APRVENCE'   TO AV-ORIGEM
               MOVE WS-TEXTO     TO AV-TEXTO
               SET AVISO-NOVO    TO TRUE
               WRITE REG-CFP001W8
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE 'S' TO WS-GRAVOU
               END-WRITE
            END-PERFORM
            IF WS-GRAVOU = 'S'
               ADD 1 TO WS-R-AVISOS
            ELSE
               DISPLAY 'AVISO NAO GRAVADO PARA ' WS-DESTINO
                       ' - STATUS ' WS-FS-AVI
            END-IF.
       P350-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA APRVENCE'
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
            MOVE 'APRVENCE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA APRVENCE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' PEDIDOS PENDENTES LIDOS...: ' WS-R-PENDENTES
            DISPLAY ' PEDIDOS EM AVISO..........: ' WS-R-AVISADOS
            DISPLAY ' PEDIDOS EXPIRADOS.........: ' WS-R-VENCIDOS
            DISPLAY ' AVISOS DEIXADOS...........: ' WS-R-AVISOS
            DISPLAY '--------------------------------------'
            MOVE ZEROS TO RETURN-CODE
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM APRVENCE.
