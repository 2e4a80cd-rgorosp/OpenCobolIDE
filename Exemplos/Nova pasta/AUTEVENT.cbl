      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PASSEIOS E EVENTOS ESCOLARES - RETORNO DAS
      *          AUTORIZACOES ASSINADAS PELOS RESPONSAVEIS
      *          (AUTEVENT.DAT, CFP001X7, CHAVE EVENTO + ALUNO).
      *          OPERACOES:
      *            - REGISTRAR RETORNO: O RESPONSAVEL QUE ASSINOU DEVE
      *              ESTAR VINCULADO AO ALUNO NO RESPALUN.DAT.
      *              AUTORIZADO, E HAVENDO LUGAR NO EVENTO, O ALUNO
      *              ENTRA NA CONTAGEM DO EVENTOS.DAT E, SE O EVENTO
      *              TEM VALOR, A COBRANCA AVULSA TIPO EV E LANCADA NA
      *              CFP001SF NOS MOLDES DO CADCOBAV: COMPETENCIA DO
      *              VENCIMENTO DO EVENTO, PRIMEIRA SEQUENCIA LIVRE A
      *              PARTIR DE 01, SEM AJUSTE E COM O CREDITO DA
      *              FAMILIA (CREDFAMI) APLICADO. A CHAVE DA COBRANCA
      *              FICA NA AUTORIZACAO;
      *            - REVOGAR (RESPOSTA N SOBRE UM AUTORIZADO): LIBERA O
      *              LUGAR E ZERA A COBRANCA AINDA SEM PAGAMENTO COM
      *              AJUSTE DE CANCELAMENTO; COBRANCA COM PAGAMENTO
      *              (MESMO POR CREDITO) E ESTORNADA ANTES NO
      *              FINANCEIRO;
      *            - CONSULTAR A SITUACAO DAS AUTORIZACOES DO EVENTO.
      *          AS FOLHAS SAO EMITIDAS PELO CADEVENT E A LISTA DE
      *          EMBARQUE DO DIA SAI NO RELEVENT
      * Update: 15-10-26 - O DETALHE DO PAGDETAL SAI COM A CARTEIRA
      *         BANCARIA ZERADA (PD-CARTEIRA 00): ESTE RECEBIMENTO
      *         NAO VEM DO RETORNO DE NENHUMA CARTEIRA DO BANCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTEVENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X6 ASSIGN TO "C:/ARQUIVOS/EVENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EV-CD-EVENTO
                  FILE STATUS  IS WS-FS-EVE
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X7 ASSIGN TO "C:/ARQUIVOS/AUTEVENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AE-CHAVE
                  FILE STATUS  IS WS-FS-AEV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001SF ASSIGN TO "C:/ARQUIVOS/COBRANCA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CB-CHAVE
                  FILE STATUS  IS WS-FS-COB
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SM ASSIGN TO "C:/ARQUIVOS/PAGDETAL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PD-CHAVE
                  FILE STATUS  IS WS-FS-DET
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X6.
           COPY REGEVENT.
       FD  CFP001X7.
           COPY REGAUTEV.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001SF.
           COPY REGCOBRA.
       FD  CFP001SM.
           COPY REGPGDET.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EVE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AEV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-COB          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DET          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-CONVIDADO       PIC X(01) VALUE 'N'.
           03 WS-RESPOSTA        PIC X(01) VALUE SPACES.
              88 WS-RESPOSTA-VALIDA VALUE 'A' 'N'.
           03 WS-CD-EVENTO       PIC 9(04) VALUE ZEROS.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-ID-CONTATO      PIC 9(05) VALUE ZEROS.
           03 WS-I               PIC 9(02) VALUE ZEROS.
           03 WS-ANO-MES         PIC 9(06) VALUE ZEROS.
           03 WS-DT-VENCIMENTO   PIC 9(08) VALUE ZEROS.
           03 WS-NR-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-SEQ-LIVRE       PIC X(01) VALUE 'N'.
           03 WS-SIT-COBRANCA    PIC X(10) VALUE SPACES.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-QT-PENDENTES    PIC 9(04) VALUE ZEROS.
           03 WS-QT-AUTORIZADOS  PIC 9(04) VALUE ZEROS.
           03 WS-QT-NEGADOS      PIC 9(04) VALUE ZEROS.
           03 WS-R-AUTORIZADOS   PIC 9(05) VALUE ZEROS.
           03 WS-R-NEGADOS       PIC 9(05) VALUE ZEROS.
           03 WS-R-REVOGADOS     PIC 9(05) VALUE ZEROS.
           03 WS-R-COBRANCAS     PIC 9(05) VALUE ZEROS.
           03 WS-VL-COBRANCAS    PIC 9(07)V99 VALUE ZEROS.

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

      * AREA DE COMUNICACAO COM O CREDITO DA FAMILIA (CREDFAMI)
       01  WS-CREDITO-AREA.
           03 WS-CF-FUNCAO        PIC X(01) VALUE SPACES.
           03 WS-CF-ID-ALUNO      PIC 9(05) VALUE ZEROS.
           03 WS-CF-ID-CONTATO    PIC 9(05) VALUE ZEROS.
           03 WS-CF-ANO-MES       PIC 9(06) VALUE ZEROS.
           03 WS-CF-NR-SEQ        PIC 9(02) VALUE ZEROS.
           03 WS-CF-PD-SEQ        PIC 9(03) VALUE ZEROS.
           03 WS-CF-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-CF-ORIGEM        PIC X(01) VALUE SPACES.
           03 WS-CF-VALOR         PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-USADO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-VL-SALDO      PIC 9(07)V99 VALUE ZEROS.
           03 WS-CF-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM O FECHAMENTO FINANCEIRO (VERFECHA)
       01  WS-FECHA-AREA.
           03 WS-FC-DT-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           03 WS-FC-FECHADA       PIC X(01) VALUE 'N'.
           03 WS-FC-MENSAGEM      PIC X(40) VALUE SPACES.

           COPY VERLAYOU.

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
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'AUTEVENT' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
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
            OPEN I-O CFP001X6
            IF WS-FS-EVE NOT = 00
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001X7
            IF WS-FS-AEV = 35 THEN
               OPEN OUTPUT CFP001X7
               CLOSE CFP001X7
               OPEN I-O CFP001X7
            END-IF
            IF WS-FS-AEV NOT = 00
               MOVE WS-FS-AEV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X7' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SL' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SF
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SF' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SM
            IF WS-FS-DET = 35 THEN
               OPEN OUTPUT CFP001SM
            END-IF
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SM' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   AUTORIZACOES DE PASSEIOS/EVENTOS'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - REGISTRAR RETORNO DA AUTORIZACAO'
               DISPLAY ' <2> - CONSULTAR AUTORIZACOES DO EVENTO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-RETORNO THRU P200-EXIT
                   WHEN '2'
                     PERFORM P500-CONSULTAR THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA O EVENTO DIGITADO (WS-ACHOU = 'S' SE EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DO EVENTO (4 DIGITOS): '
            ACCEPT WS-CD-EVENTO
            PERFORM UNTIL WS-CD-EVENTO IS NUMERIC
                          AND WS-CD-EVENTO > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 4 DIGITOS: '
               ACCEPT WS-CD-EVENTO
            END-PERFORM
            MOVE WS-CD-EVENTO TO EV-CD-EVENTO
            READ CFP001X6
                 KEY IS EV-CD-EVENTO
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            DISPLAY 'EVENTO.....: ' EV-CD-EVENTO ' ' EV-DESCRICAO
                    '  SITUACAO: ' EV-ST-EVENTO
            DISPLAY 'DATA.......: ' EV-DT-EVENTO
                    '  VALOR: ' EV-VALOR
                    '  LUGARES: ' EV-CAPACIDADE
                    '  AUTORIZADOS: ' EV-QT-AUTORIZADOS.
       P150-EXIT.
            EXIT.

       S200 SECTION.
       P200-RETORNO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'EVENTO NAO CADASTRADO!'
               GO TO P200-EXIT
            END-IF
            IF NOT EVENTO-ABERTO
               DISPLAY 'EVENTO ENCERRADO OU CANCELADO!'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'DIGITE O CODIGO DO ALUNO (5 DIGITOS): '
            ACCEPT WS-ID-ALUNO
            PERFORM UNTIL WS-ID-ALUNO IS NUMERIC
                          AND WS-ID-ALUNO > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-ID-ALUNO
            END-PERFORM
            MOVE WS-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO NAO CADASTRADO!'
                      GO TO P200-EXIT
            END-READ
            DISPLAY 'ALUNO......: ' ID-ALUNO ' ' NM-ALUNO
                    '  TURMA: ' TU-ALUNO '  SITUACAO: ' ST-ALUNO
            MOVE 'N' TO WS-CONVIDADO
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF EV-TURMA(WS-I) NOT = SPACES
                  AND EV-TURMA(WS-I) = TU-ALUNO
                  MOVE 'S' TO WS-CONVIDADO
               END-IF
            END-PERFORM
            IF WS-CONVIDADO = 'N'
               DISPLAY 'TURMA DO ALUNO NAO CONVIDADA PARA O EVENTO!'
               GO TO P200-EXIT
            END-IF

      * >>> FOLHA ENTREGUE FORA DA EMISSAO DO CADEVENT (ALUNO NOVO NA
      * >>> TURMA, SEGUNDA VIA A MAO) GANHA O REGISTRO AQUI
            MOVE 'S'          TO WS-EXISTE
            MOVE EV-CD-EVENTO TO AE-CD-EVENTO
            MOVE ID-ALUNO     TO AE-ID-ALUNO
            READ CFP001X7
                 KEY IS AE-CHAVE
                 INVALID KEY
                      MOVE 'N' TO WS-EXISTE
                      INITIALIZE REG-CFP001X7
                      MOVE EV-CD-EVENTO    TO AE-CD-EVENTO
                      MOVE ID-ALUNO        TO AE-ID-ALUNO
                      SET AUTORIZ-PENDENTE TO TRUE
                      MOVE WS-DT-HOJE      TO AE-DT-EMISSAO
            END-READ
            DISPLAY 'SITUACAO ATUAL DA AUTORIZACAO: '
                    AE-ST-AUTORIZACAO ' (P=PENDENTE A=AUTORIZADO'
                    ' N=NAO AUTORIZADO)'

            PERFORM P250-RESPONSAVEIS THRU P250-EXIT
            DISPLAY 'RESPOSTA DO RESPONSAVEL, (A)AUTORIZA'
                    ' (N)NAO AUTORIZA: '
            ACCEPT WS-RESPOSTA
            PERFORM UNTIL WS-RESPOSTA-VALIDA
               DISPLAY 'RESPOSTA INVALIDA! DIGITE A OU N: '
               ACCEPT WS-RESPOSTA
            END-PERFORM
            IF WS-RESPOSTA = AE-ST-AUTORIZACAO
               DISPLAY 'AUTORIZACAO JA REGISTRADA COM ESTA RESPOSTA!'
               GO TO P200-EXIT
            END-IF

      * >>> QUEM ASSINOU PRECISA SER RESPONSAVEL DO ALUNO
            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'CONTATO DO RESPONSAVEL QUE ASSINOU: '
               ACCEPT WS-ID-CONTATO
               MOVE WS-ID-CONTATO TO RL-ID-CONTATO
               MOVE ID-ALUNO      TO RL-ID-ALUNO
               READ CFP001SL
                    KEY IS RL-CHAVE
                    INVALID KEY
                         DISPLAY 'CONTATO NAO E RESPONSAVEL DO ALUNO!'
                    NOT INVALID KEY
                         MOVE 'S' TO WS-VALIDO
               END-READ
            END-PERFORM

            IF WS-RESPOSTA = 'A'
               PERFORM P300-AUTORIZA THRU P300-EXIT
            ELSE
               PERFORM P400-NEGA THRU P400-EXIT
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> RESPONSAVEIS DO ALUNO NO RESPALUN, PARA O OPERADOR
      * >>> CONFERIR A ASSINATURA
       P250-RESPONSAVEIS.
            MOVE 'N'      TO WS-FIM-LISTA
            MOVE ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS = RL-ID-ALUNO
                  INVALID KEY
                       DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO!'
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P260-LER-RESP THRU P260-EXIT
                    UNTIL WS-FIM-LISTA = 'S'.
       P250-EXIT.
            EXIT.

       P260-LER-RESP.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P260-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P260-EXIT
            END-IF
            MOVE RL-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ
            DISPLAY '   ' RL-TIPO ' ' RL-ID-CONTATO ' ' NM-CONTATO.
       P260-EXIT.
            EXIT.

      * >>> AUTORIZADO: LUGAR NO EVENTO E COBRANCA TIPO EV
       S300 SECTION.
       P300-AUTORIZA.
            IF EV-QT-AUTORIZADOS NOT LESS EV-CAPACIDADE
               DISPLAY 'EVENTO SEM LUGARES (' EV-CAPACIDADE
                       ') - AUTORIZACAO NAO REGISTRADA!'
               GO TO P300-EXIT
            END-IF
            MOVE ZEROS TO AE-COBRANCA
            IF EV-VALOR > ZEROS
               PERFORM P310-COBRANCA THRU P310-EXIT
               IF WS-FS-COB NOT = 00
                  GO TO P300-EXIT
               END-IF
               MOVE WS-ANO-MES TO AE-COB-ANO-MES
               MOVE WS-NR-SEQ  TO AE-COB-NR-SEQ
            END-IF

            SET AUTORIZ-CONCEDIDA TO TRUE
            PERFORM P450-GRAVA-AUTORIZACAO THRU P450-EXIT
            ADD 1 TO EV-QT-AUTORIZADOS
            PERFORM P460-GRAVA-EVENTO THRU P460-EXIT
            ADD 1 TO WS-R-AUTORIZADOS
            DISPLAY 'AUTORIZACAO REGISTRADA - ALUNO NA LISTA DO'
                    ' EVENTO (' EV-QT-AUTORIZADOS ' DE '
                    EV-CAPACIDADE ')'.
       P300-EXIT.
            EXIT.

      * >>> COBRANCA AVULSA TIPO EV NOS MOLDES DO CADCOBAV, NA
      * >>> COMPETENCIA DO VENCIMENTO DO EVENTO (HOJE, SE JA PASSOU)
       P310-COBRANCA.
            MOVE ZEROS            TO WS-FS-COB
            MOVE EV-DT-VENCIMENTO TO WS-DT-VENCIMENTO
            IF WS-DT-VENCIMENTO < WS-DT-HOJE
               MOVE WS-DT-HOJE TO WS-DT-VENCIMENTO
            END-IF
            MOVE WS-DT-VENCIMENTO(1:6) TO WS-ANO-MES

            PERFORM P320-PROCURA-SEQ THRU P320-EXIT
            IF WS-SEQ-LIVRE NOT = 'S'
               DISPLAY 'SEM SEQUENCIA LIVRE NA COMPETENCIA (01-99)!'
               MOVE 22 TO WS-FS-COB
               GO TO P310-EXIT
            END-IF

            MOVE ID-ALUNO         TO CB-ID-ALUNO
            MOVE WS-ANO-MES       TO CB-ANO-MES
            MOVE WS-NR-SEQ        TO CB-NR-SEQ
            MOVE ZEROS            TO CB-NR-PLANO
            MOVE WS-DT-VENCIMENTO TO CB-DT-VENCIMENTO
            MOVE EV-VALOR         TO CB-VALOR-BRUTO
            MOVE ZEROS            TO CB-VALOR-DESCONTO
            MOVE EV-VALOR         TO CB-VALOR-LIQUIDO
            MOVE ZEROS            TO CB-VALOR-PAGO
            MOVE ZEROS            TO CB-DT-PAGAMENTO
            SET COBRANCA-ABERTA   TO TRUE
            SET TIPO-EVENTO       TO TRUE
            SET SEM-AJUSTE        TO TRUE
            MOVE ZEROS            TO CB-VALOR-AJUSTE
            MOVE ZEROS            TO CB-DIAS-COBRADOS
            MOVE ZEROS            TO CB-DIAS-MES
            MOVE ZEROS            TO CB-NOSSO-NUMERO
            MOVE SPACES           TO CB-TXID
            WRITE REG-CFP001SF
                  INVALID KEY
                       DISPLAY 'SEQUENCIA OCUPADA POR OUTRO POSTO -'
                               ' AUTORIZACAO NAO REGISTRADA!'
                  NOT INVALID KEY
                       DISPLAY 'COBRANCA LANCADA - COMPETENCIA '
                               WS-ANO-MES ' SEQUENCIA ' WS-NR-SEQ
            END-WRITE
            IF WS-FS-COB NOT = 00 AND 22
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SF'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-COB NOT = 00
               GO TO P310-EXIT
            END-IF
            ADD 1        TO WS-R-COBRANCAS
            ADD EV-VALOR TO WS-VL-COBRANCAS
            PERFORM P340-APLICA-CREDITO THRU P340-EXIT.
       P310-EXIT.
            EXIT.

      * >>> PRIMEIRA SEQUENCIA LIVRE DO ALUNO NA COMPETENCIA, A
      * >>> PARTIR DE 01 (00 E RESERVADA A MENSALIDADE DA GERACAO)
       P320-PROCURA-SEQ.
            MOVE ZEROS TO WS-NR-SEQ
            MOVE 'N'   TO WS-SEQ-LIVRE
            PERFORM P330-TESTA-SEQ THRU P330-EXIT
                    UNTIL WS-SEQ-LIVRE = 'S'
                       OR WS-NR-SEQ NOT LESS 99
            IF WS-SEQ-LIVRE NOT = 'S'
               MOVE ZEROS TO WS-NR-SEQ
            END-IF.
       P320-EXIT.
            EXIT.

       P330-TESTA-SEQ.
            ADD 1 TO WS-NR-SEQ
            MOVE ID-ALUNO   TO CB-ID-ALUNO
            MOVE WS-ANO-MES TO CB-ANO-MES
            MOVE WS-NR-SEQ  TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-SEQ-LIVRE
            END-READ.
       P330-EXIT.
            EXIT.

      * >>> A COBRANCA RECEM-LANCADA CONSOME O SALDO DE CREDITO DA
      * >>> FAMILIA (CREDFAMI), COMO NO CADCOBAV
       P340-APLICA-CREDITO.
            MOVE WS-DT-HOJE TO WS-FC-DT-MOVIMENTO
            CALL 'VERFECHA' USING WS-FECHA-AREA
            IF WS-FC-FECHADA = 'S'
               GO TO P340-EXIT
            END-IF

            MOVE 'U'              TO WS-CF-FUNCAO
            MOVE CB-ID-ALUNO      TO WS-CF-ID-ALUNO
            MOVE ZEROS            TO WS-CF-ID-CONTATO
            MOVE CB-ANO-MES       TO WS-CF-ANO-MES
            MOVE CB-NR-SEQ        TO WS-CF-NR-SEQ
            MOVE ZEROS            TO WS-CF-PD-SEQ
            MOVE WS-DT-HOJE       TO WS-CF-DT-MOVIMENTO
            MOVE SPACES           TO WS-CF-ORIGEM
            MOVE CB-VALOR-LIQUIDO TO WS-CF-VALOR
            CALL 'CREDFAMI' USING WS-CREDITO-AREA
            IF WS-CF-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO CREDFAMI: ' WS-CF-MENSAGEM
            END-IF
            IF WS-CF-VL-USADO = ZEROS
               GO TO P340-EXIT
            END-IF

            MOVE CB-ID-ALUNO     TO PD-ID-ALUNO
            MOVE CB-ANO-MES      TO PD-ANO-MES
            MOVE CB-NR-SEQ       TO PD-NR-SEQ
            MOVE 1               TO PD-SEQUENCIA
            MOVE WS-DT-HOJE      TO PD-DT-PAGAMENTO
            MOVE WS-CF-VL-USADO  TO PD-VALOR-PAGO
            SET PAGTO-CREDITO    TO TRUE
            MOVE WS-SS-OPERADOR  TO PD-OPERADOR
            SET FORMA-SALDO      TO TRUE
            MOVE ZEROS           TO PD-CARTEIRA
            WRITE REG-CFP001SM
                  INVALID KEY
                       DISPLAY 'DETALHE DO CREDITO NAO GRAVADO!'
            END-WRITE
            IF WS-FS-DET NOT = 00
               MOVE WS-FS-DET                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001SM'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE ID-ALUNO        TO CB-ID-ALUNO
            MOVE WS-ANO-MES      TO CB-ANO-MES
            MOVE WS-NR-SEQ       TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
            END-READ
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO LEITURA DO CFP001SF'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD WS-CF-VL-USADO TO CB-VALOR-PAGO
            MOVE WS-DT-HOJE    TO CB-DT-PAGAMENTO
            IF CB-VALOR-PAGO NOT LESS CB-VALOR-LIQUIDO
               SET COBRANCA-PAGA TO TRUE
            END-IF
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'CREDITO DA FAMILIA APLICADO: ' WS-CF-VL-USADO
                    ' - SALDO RESTANTE: ' WS-CF-VL-SALDO
            IF COBRANCA-PAGA
               DISPLAY 'EVENTO QUITADO PELO CREDITO!'
            END-IF.
       P340-EXIT.
            EXIT.

      * >>> NAO AUTORIZADO. SOBRE UM AUTORIZADO E REVOGACAO: LIBERA O
      * >>> LUGAR E ZERA A COBRANCA AINDA SEM NENHUM PAGAMENTO
       S400 SECTION.
       P400-NEGA.
            IF AUTORIZ-CONCEDIDA
               IF AE-COB-ANO-MES > ZEROS
                  PERFORM P410-DESFAZ-COBRANCA THRU P410-EXIT
                  IF WS-VALIDO = 'N'
                     GO TO P400-EXIT
                  END-IF
               END-IF
               IF EV-QT-AUTORIZADOS > ZEROS
                  SUBTRACT 1 FROM EV-QT-AUTORIZADOS
               END-IF
               PERFORM P460-GRAVA-EVENTO THRU P460-EXIT
               ADD 1 TO WS-R-REVOGADOS
               DISPLAY 'AUTORIZACAO REVOGADA - LUGAR LIBERADO'
            END-IF
            MOVE ZEROS TO AE-COBRANCA
            SET AUTORIZ-NEGADA TO TRUE
            PERFORM P450-GRAVA-AUTORIZACAO THRU P450-EXIT
            ADD 1 TO WS-R-NEGADOS
            DISPLAY 'ALUNO REGISTRADO COMO NAO AUTORIZADO'.
       P400-EXIT.
            EXIT.

      * >>> COBRANCA COM QUALQUER PAGAMENTO (INCLUSIVE CREDITO DA
      * >>> FAMILIA) NAO E MEXIDA AQUI; SEM PAGAMENTO, O VALOR SAI DO
      * >>> LIQUIDO COMO AJUSTE DE CANCELAMENTO E ELA FICA QUITADA
       P410-DESFAZ-COBRANCA.
            MOVE 'N'            TO WS-VALIDO
            MOVE ID-ALUNO       TO CB-ID-ALUNO
            MOVE AE-COB-ANO-MES TO CB-ANO-MES
            MOVE AE-COB-NR-SEQ  TO CB-NR-SEQ
            READ CFP001SF
                 KEY IS CB-CHAVE
                 INVALID KEY
                      DISPLAY 'COBRANCA DO EVENTO NAO ENCONTRADA'
                      MOVE 'S' TO WS-VALIDO
                      GO TO P410-EXIT
            END-READ
            IF CB-VALOR-PAGO > ZEROS
               DISPLAY 'COBRANCA ' CB-ANO-MES '/' CB-NR-SEQ
                       ' JA TEM PAGAMENTO DE ' CB-VALOR-PAGO
               DISPLAY 'ESTORNE O PAGAMENTO NO FINANCEIRO ANTES DE'
                       ' REVOGAR - AUTORIZACAO MANTIDA!'
               GO TO P410-EXIT
            END-IF
            DISPLAY 'CONFIRMA A BAIXA DA COBRANCA ' CB-ANO-MES '/'
                    CB-NR-SEQ ' DE ' CB-VALOR-LIQUIDO
                    ', (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P410-EXIT
            END-IF
            SET AJUSTE-CANCELAMENTO TO TRUE
            MOVE CB-VALOR-LIQUIDO   TO CB-VALOR-AJUSTE
            MOVE ZEROS              TO CB-VALOR-LIQUIDO
            MOVE WS-DT-HOJE         TO CB-DT-PAGAMENTO
            SET COBRANCA-PAGA       TO TRUE
            REWRITE REG-CFP001SF
            END-REWRITE
            IF WS-FS-COB NOT = 00
               MOVE WS-FS-COB                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001SF'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE 'S' TO WS-VALIDO
            DISPLAY 'COBRANCA DO EVENTO BAIXADA'.
       P410-EXIT.
            EXIT.

       P450-GRAVA-AUTORIZACAO.
            MOVE WS-DT-HOJE     TO AE-DT-RETORNO
            MOVE WS-ID-CONTATO  TO AE-ID-CONTATO
            MOVE WS-SS-OPERADOR TO AE-OPERADOR
            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X7
               END-REWRITE
            ELSE
               WRITE REG-CFP001X7
               END-WRITE
            END-IF
            IF WS-FS-AEV NOT = 00 THEN
               MOVE WS-FS-AEV                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X7' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P450-EXIT.
            EXIT.

       P460-GRAVA-EVENTO.
            MOVE WS-SS-OPERADOR TO EV-OPERADOR
            REWRITE REG-CFP001X6
            END-REWRITE
            IF WS-FS-EVE NOT = 00 THEN
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X6'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P460-EXIT.
            EXIT.

      * >>> SITUACAO DE CADA ALUNO DO EVENTO, COM A COBRANCA DOS
      * >>> AUTORIZADOS
       S500 SECTION.
       P500-CONSULTAR.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'EVENTO NAO CADASTRADO!'
               GO TO P500-EXIT
            END-IF
            MOVE ZEROS TO WS-QT-PENDENTES WS-QT-AUTORIZADOS
                          WS-QT-NEGADOS
            MOVE 'N'          TO WS-FIM-LISTA
            MOVE EV-CD-EVENTO TO AE-CD-EVENTO
            MOVE ZEROS        TO AE-ID-ALUNO
            START CFP001X7 KEY IS NOT LESS AE-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P510-LER-AUTORIZACAO THRU P510-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'AUTORIZADOS: ' WS-QT-AUTORIZADOS
                    '  NAO AUTORIZADOS: ' WS-QT-NEGADOS
                    '  PENDENTES: ' WS-QT-PENDENTES.
       P500-EXIT.
            EXIT.

       P510-LER-AUTORIZACAO.
            READ CFP001X7 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P510-EXIT
            END-READ
            IF AE-CD-EVENTO NOT = EV-CD-EVENTO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P510-EXIT
            END-IF
            MOVE AE-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES TO TU-ALUNO
            END-READ
            MOVE SPACES TO WS-SIT-COBRANCA
            EVALUATE TRUE
                WHEN AUTORIZ-CONCEDIDA
                  ADD 1 TO WS-QT-AUTORIZADOS
                  IF AE-COB-ANO-MES = ZEROS
                     MOVE 'GRATUITO' TO WS-SIT-COBRANCA
                  ELSE
                     MOVE AE-ID-ALUNO    TO CB-ID-ALUNO
                     MOVE AE-COB-ANO-MES TO CB-ANO-MES
                     MOVE AE-COB-NR-SEQ  TO CB-NR-SEQ
                     READ CFP001SF
                          KEY IS CB-CHAVE
                          INVALID KEY
                               MOVE 'SEM COBR.' TO WS-SIT-COBRANCA
                     END-READ
                     IF WS-SIT-COBRANCA = SPACES
                        IF COBRANCA-PAGA
                           MOVE 'PAGO' TO WS-SIT-COBRANCA
                        ELSE
                           MOVE 'EM ABERTO' TO WS-SIT-COBRANCA
                        END-IF
                     END-IF
                  END-IF
                WHEN AUTORIZ-NEGADA
                  ADD 1 TO WS-QT-NEGADOS
                WHEN OTHER
                  ADD 1 TO WS-QT-PENDENTES
            END-EVALUATE
            DISPLAY AE-ID-ALUNO ' ' NM-ALUNO ' ' TU-ALUNO ' '
                    AE-ST-AUTORIZACAO ' ' AE-DT-RETORNO ' '
                    WS-SIT-COBRANCA.
       P510-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X6
            CLOSE CFP001X7
            CLOSE CFP001S1
            CLOSE CFP001SL
            CLOSE CONTATOS
            CLOSE CFP001SF
            CLOSE CFP001SM
            IF WS-FS-COB NOT = 00 THEN
               MOVE WS-FS-COB                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001SF'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA AUTEVENT'
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
            MOVE 'AUTEVENT' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA AUTEVENT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' AUTORIZADOS.........: ' WS-R-AUTORIZADOS
            DISPLAY ' NAO AUTORIZADOS.....: ' WS-R-NEGADOS
            DISPLAY ' REVOGADOS...........: ' WS-R-REVOGADOS
            DISPLAY ' COBRANCAS LANCADAS..: ' WS-R-COBRANCAS
            DISPLAY ' VALOR DAS COBRANCAS.: ' WS-VL-COBRANCAS
            DISPLAY '--------------------------------------'
            MOVE 'AUTEVENT' TO WS-LG-PROGRAMA
            MOVE 'AUTORIZ EVENTOS' TO WS-LG-CONTADOR
            MOVE WS-R-AUTORIZADOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM AUTEVENT.
