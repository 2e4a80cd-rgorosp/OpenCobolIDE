      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONSENTIMENTOS LGPD POR PESSOA - MANTEM O CONSENT.DAT
      *          (CFP001W6), UM REGISTRO POR PESSOA ('C' CONTATO OU
      *          'A' ALUNO) E FINALIDADE:
      *            IM - USO DE IMAGEM (FOTOS E VIDEOS DA ESCOLA)
      *            MK - MENSAGENS DE MARKETING E MALA DIRETA
      *            CP - COMPARTILHAMENTO DE DADOS COM PARCEIROS
      *          COM A SITUACAO (C CONCEDIDO / R REVOGADO), A DATA, A
      *          VALIDADE OPCIONAL E O OPERADOR DA SESSAO (SESSOPER)
      *          QUE COLHEU. CADA MUDANCA VAI PARA O HISTORICO
      *          CONSENT.LOG, NOS MOLDES DO CONTATOS.LOG. A OPCAO 3
      *          IMPRIME O TERMO DE CONSENTIMENTO PARA ASSINATURA
      *          (TERMO_<PESSOA>_AAAAMMDDHHMMSS.REL), REGISTRADO NO
      *          CATALOGO DE RELATORIOS (RELCATAL). AS EXPORTACOES E A
      *          MALA DIRETA CONSULTAM PELA SUBROTINA VERCONSN
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONSN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W6 ASSIGN TO "C:/ARQUIVOS/CONSENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LP-CHAVE
                  FILE STATUS  IS WS-FS-LGP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT LOG-CONSENT ASSIGN TO "C:/ARQUIVOS/CONSENT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-LOG.
           SELECT REL-TERMO ASSIGN TO WS-ARQ-TERMO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-TER.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W6.
           COPY REGLGPD.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  LOG-CONSENT.
       01  LOG-LINHA              PIC X(100).
       FD  REL-TERMO.
       01  TER-LINHA              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LGP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-LOG          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TER          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-RW-LGP          PIC 9(03) VALUE ZEROS.
           03 WS-QT-TERMOS       PIC 9(03) VALUE ZEROS.
           03 WS-CONSENT-NOVO    PIC X(01) VALUE 'N'.
           03 WS-PESSOA-OK       PIC X(01) VALUE 'N'.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HORA       PIC X(19) VALUE SPACES.
           03 WS-F               PIC 9(01) VALUE ZEROS.

      * >>> PESSOA E CONSENTIMENTO DIGITADOS
       01  WS-PEDIDO.
           03 WS-TP-PESSOA       PIC X(01) VALUE SPACES.
              88 TP-PESSOA-VALIDO VALUE 'C' 'A'.
           03 WS-ID-PESSOA       PIC 9(05) VALUE ZEROS.
           03 WS-NM-PESSOA       PIC X(20) VALUE SPACES.
           03 WS-FINALIDADE      PIC X(02) VALUE SPACES.
           03 WS-SITUACAO        PIC X(01) VALUE SPACES.
              88 SITUACAO-VALIDA VALUE 'C' 'R'.
           03 WS-DT-VALIDADE     PIC 9(08) VALUE ZEROS.

      * >>> FINALIDADES, NA ORDEM EM QUE APARECEM NO TERMO
       01  WS-TAB-FINALIDADES.
           03 FILLER             PIC X(42)
              VALUE 'IMUSO DE IMAGEM (FOTOS E VIDEOS DA ESCOLA)'.
           03 FILLER             PIC X(42)
              VALUE 'MKMENSAGENS DE MARKETING E MALA DIRETA    '.
           03 FILLER             PIC X(42)
              VALUE 'CPCOMPARTILHAMENTO DE DADOS COM PARCEIROS '.
       01  WS-TAB-FIN-R REDEFINES WS-TAB-FINALIDADES.
           03 WS-FIN-OCC OCCURS 3 TIMES.
              05 WS-FIN-CODIGO   PIC X(02).
              05 WS-FIN-DESCRICAO PIC X(40).

       01  WS-ARQ-TERMO          PIC X(60) VALUE SPACES.
       77  WS-MARCA-SIM          PIC X(03) VALUE SPACES.
       77  WS-MARCA-NAO          PIC X(03) VALUE SPACES.

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

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.
       77  WS-LIN-TERMO          PIC 9(05) VALUE ZEROS.

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
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADCONSN' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001W6
            IF WS-FS-LGP = 35 THEN
               OPEN OUTPUT CFP001W6
               CLOSE CFP001W6
               OPEN I-O CFP001W6
            END-IF
            IF WS-FS-LGP NOT = 00
               MOVE WS-FS-LGP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W6' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN EXTEND LOG-CONSENT
            IF WS-FS-LOG = 35 THEN
               OPEN OUTPUT LOG-CONSENT
               CLOSE LOG-CONSENT
               OPEN EXTEND LOG-CONSENT
            END-IF
            IF WS-FS-LOG NOT = 00 THEN
               MOVE WS-FS-LOG                             TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO LOG-CONSENT' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '     CONSENTIMENTOS LGPD DA PESSOA'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - REGISTRAR CONCESSAO OU REVOGACAO'
               DISPLAY ' <2> - CONSULTAR CONSENTIMENTOS'
               DISPLAY ' <3> - IMPRIMIR TERMO PARA ASSINATURA'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-REGISTRAR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P400-CONSULTAR THRU P400-EXIT
                   WHEN '3'
                     PERFORM P500-TERMO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> PEDE A PESSOA E CONFERE NO MESTRE CORRESPONDENTE
       S150 SECTION.
       P150-PEDE-PESSOA.
            MOVE 'N' TO WS-PESSOA-OK
            DISPLAY 'PESSOA, (C)CONTATO (A)ALUNO: '
            MOVE SPACES TO WS-TP-PESSOA
            ACCEPT WS-TP-PESSOA
            PERFORM UNTIL TP-PESSOA-VALIDO
               DISPLAY 'RESPONDA C OU A: '
               ACCEPT WS-TP-PESSOA
            END-PERFORM
            DISPLAY 'DIGITE O ID COM 5 DIGITOS: '
            ACCEPT WS-ID-PESSOA
            IF WS-TP-PESSOA = 'C'
               MOVE WS-ID-PESSOA TO ID-CONTATO
               READ CONTATOS
                    KEY IS ID-CONTATO
                    INVALID KEY
                         DISPLAY 'CONTATO INEXISTENTE!'
                         GO TO P150-EXIT
               END-READ
               MOVE NM-CONTATO TO WS-NM-PESSOA
            ELSE
               MOVE WS-ID-PESSOA TO ID-ALUNO
               READ CFP001S1
                    KEY IS ID-ALUNO
                    INVALID KEY
                         DISPLAY 'ALUNO INEXISTENTE!'
                         GO TO P150-EXIT
               END-READ
               MOVE NM-ALUNO TO WS-NM-PESSOA
            END-IF
            DISPLAY 'PESSOA: ' WS-NM-PESSOA
            MOVE 'S' TO WS-PESSOA-OK.
       P150-EXIT.
            EXIT.

       S200 SECTION.
       P200-REGISTRAR.
            PERFORM P150-PEDE-PESSOA THRU P150-EXIT
            IF WS-PESSOA-OK = 'N'
               GO TO P200-EXIT
            END-IF
            PERFORM P450-MOSTRA-PESSOA THRU P450-EXIT

            DISPLAY 'FINALIDADE, (IM)IMAGEM (MK)MARKETING '
                    '(CP)PARCEIROS: '
            MOVE SPACES TO WS-FINALIDADE
            ACCEPT WS-FINALIDADE
            MOVE WS-FINALIDADE TO LP-FINALIDADE
            PERFORM UNTIL FINALIDADE-VALIDA
               DISPLAY 'RESPONDA IM, MK OU CP: '
               ACCEPT WS-FINALIDADE
               MOVE WS-FINALIDADE TO LP-FINALIDADE
            END-PERFORM

            DISPLAY 'SITUACAO, (C)CONCEDIDO (R)REVOGADO: '
            MOVE SPACES TO WS-SITUACAO
            ACCEPT WS-SITUACAO
            PERFORM UNTIL SITUACAO-VALIDA
               DISPLAY 'RESPONDA C OU R: '
               ACCEPT WS-SITUACAO
            END-PERFORM

            MOVE ZEROS TO WS-DT-VALIDADE
            IF WS-SITUACAO = 'C'
               DISPLAY 'VALIDO ATE (AAAAMMDD, ZEROS = SEM PRAZO): '
               ACCEPT WS-DT-VALIDADE
               PERFORM UNTIL WS-DT-VALIDADE IS NUMERIC
                         AND (WS-DT-VALIDADE = ZEROS
                              OR WS-DT-VALIDADE NOT < WS-DATA-HOJE)
                  DISPLAY 'VALIDADE INVALIDA OU PASSADA! DIGITE: '
                  ACCEPT WS-DT-VALIDADE
               END-PERFORM
            END-IF

            MOVE 'N' TO WS-CONSENT-NOVO
            MOVE WS-TP-PESSOA  TO LP-TP-PESSOA
            MOVE WS-ID-PESSOA  TO LP-ID-PESSOA
            MOVE WS-FINALIDADE TO LP-FINALIDADE
            READ CFP001W6
                 KEY IS LP-CHAVE
                 INVALID KEY
                      MOVE 'S' TO WS-CONSENT-NOVO
                      INITIALIZE REG-CFP001W6
                      MOVE WS-TP-PESSOA  TO LP-TP-PESSOA
                      MOVE WS-ID-PESSOA  TO LP-ID-PESSOA
                      MOVE WS-FINALIDADE TO LP-FINALIDADE
            END-READ
            IF WS-CONSENT-NOVO = 'S' AND WS-SITUACAO = 'R'
               DISPLAY 'SEM CONSENTIMENTO REGISTRADO - A RECUSA FICA'
                       ' GRAVADA COMO REVOGADO'
            END-IF

            IF WS-SITUACAO = 'C'
               AND (WS-CONSENT-NOVO = 'S' OR NOT CONSENT-CONCEDIDO)
               MOVE WS-DATA-HOJE TO LP-DT-CONCESSAO
            END-IF
            MOVE WS-SITUACAO     TO LP-SITUACAO
            MOVE WS-DATA-HOJE    TO LP-DT-SITUACAO
            MOVE WS-DT-VALIDADE  TO LP-DT-VALIDADE
            MOVE WS-SS-OPERADOR  TO LP-OPERADOR

            IF WS-CONSENT-NOVO = 'S'
               WRITE REG-CFP001W6
               END-WRITE
            ELSE
               REWRITE REG-CFP001W6
               END-REWRITE
            END-IF
            IF WS-FS-LGP NOT = 00
               MOVE WS-FS-LGP                   TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001W6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-LGP
            PERFORM P250-LOG-CONSENT THRU P250-EXIT
            DISPLAY 'CONSENTIMENTO GRAVADO!'.
       P200-EXIT.
            EXIT.

      * >>> GRAVA NO HISTORICO A MUDANCA EFETIVADA
       P250-LOG-CONSENT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            STRING WS-CURRENT-DATE(7:2) '/'
                   WS-CURRENT-DATE(5:2) '/'
                   WS-CURRENT-DATE(1:4) ' '
                   WS-CURRENT-DATE(9:2) ':'
                   WS-CURRENT-DATE(11:2) ':'
                   WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE INTO WS-DATA-HORA
            MOVE SPACES TO LOG-LINHA
            IF CONSENT-CONCEDIDO
               STRING WS-DATA-HORA ' - ' LP-TP-PESSOA LP-ID-PESSOA
                      ' ' LP-FINALIDADE ' CONCEDIDO VALIDADE '
                      LP-DT-VALIDADE ' PELO OPERADOR ' LP-OPERADOR
                      DELIMITED BY SIZE INTO LOG-LINHA
            ELSE
               STRING WS-DATA-HORA ' - ' LP-TP-PESSOA LP-ID-PESSOA
                      ' ' LP-FINALIDADE ' REVOGADO'
                      ' PELO OPERADOR ' LP-OPERADOR
                      DELIMITED BY SIZE INTO LOG-LINHA
            END-IF
            WRITE LOG-LINHA.
       P250-EXIT.
            EXIT.

       S400 SECTION.
       P400-CONSULTAR.
            PERFORM P150-PEDE-PESSOA THRU P150-EXIT
            IF WS-PESSOA-OK = 'N'
               GO TO P400-EXIT
            END-IF
            PERFORM P450-MOSTRA-PESSOA THRU P450-EXIT.
       P400-EXIT.
            EXIT.

      * >>> SITUACAO DAS TRES FINALIDADES DA PESSOA
       P450-MOSTRA-PESSOA.
            DISPLAY '-------------------------------------'
            PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               PERFORM P460-LE-FINALIDADE THRU P460-EXIT
               EVALUATE TRUE
                   WHEN LP-SITUACAO = SPACES
                     DISPLAY ' ' WS-FIN-CODIGO(WS-F) ' - '
                             WS-FIN-DESCRICAO(WS-F)
                     DISPLAY '      NAO REGISTRADO'
                   WHEN CONSENT-CONCEDIDO
                     DISPLAY ' ' WS-FIN-CODIGO(WS-F) ' - '
                             WS-FIN-DESCRICAO(WS-F)
                     DISPLAY '      CONCEDIDO EM ' LP-DT-CONCESSAO
                             ' VALIDADE ' LP-DT-VALIDADE
                             ' POR ' LP-OPERADOR
                   WHEN OTHER
                     DISPLAY ' ' WS-FIN-CODIGO(WS-F) ' - '
                             WS-FIN-DESCRICAO(WS-F)
                     DISPLAY '      REVOGADO EM ' LP-DT-SITUACAO
                             ' POR ' LP-OPERADOR
               END-EVALUATE
            END-PERFORM
            DISPLAY '-------------------------------------'.
       P450-EXIT.
            EXIT.

       P460-LE-FINALIDADE.
            MOVE WS-TP-PESSOA          TO LP-TP-PESSOA
            MOVE WS-ID-PESSOA          TO LP-ID-PESSOA
            MOVE WS-FIN-CODIGO(WS-F)   TO LP-FINALIDADE
            READ CFP001W6
                 KEY IS LP-CHAVE
                 INVALID KEY
                      INITIALIZE REG-CFP001W6
            END-READ.
       P460-EXIT.
            EXIT.

      * >>> TERMO PARA ASSINATURA, JA MARCADO COM A SITUACAO ATUAL DE
      * >>> CADA FINALIDADE (EM BRANCO QUANDO AINDA NAO REGISTRADA)
       S500 SECTION.
       P500-TERMO.
            PERFORM P150-PEDE-PESSOA THRU P150-EXIT
            IF WS-PESSOA-OK = 'N'
               GO TO P500-EXIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE SPACES TO WS-ARQ-TERMO
            STRING 'C:/ARQUIVOS/TERMO_' WS-TP-PESSOA WS-ID-PESSOA '_'
                   WS-CURRENT-DATE(1:14) '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-TERMO
            OPEN OUTPUT REL-TERMO
            IF WS-FS-TER NOT = 00
               MOVE WS-FS-TER                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-TERMO'  TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE ZEROS TO WS-LIN-TERMO

            MOVE 'TERMO DE CONSENTIMENTO PARA TRATAMENTO DE DADOS'
                 TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE 'PESSOAIS - LEI 13.709/2018 (LGPD)' TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE ALL '=' TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            IF WS-TP-PESSOA = 'C'
               STRING 'TITULAR: ' WS-NM-PESSOA ' (CONTATO '
                      WS-ID-PESSOA ')'
                      DELIMITED BY SIZE INTO TER-LINHA
            ELSE
               STRING 'ALUNO: ' WS-NM-PESSOA ' (ALUNO '
                      WS-ID-PESSOA ')'
                      DELIMITED BY SIZE INTO TER-LINHA
            END-IF
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            IF WS-TP-PESSOA = 'A'
               MOVE 'RESPONSAVEL LEGAL: ______________________________'
                    TO TER-LINHA
               PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            END-IF
            MOVE SPACES TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE 'DECLARO QUE, PARA CADA FINALIDADE ABAIXO, AUTORIZO'
                 TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE 'OU NAO AUTORIZO A ESCOLA A TRATAR OS DADOS PESSOAIS'
                 TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE 'DO TITULAR, PODENDO REVOGAR A QUALQUER MOMENTO.'
                 TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT

            PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
               PERFORM P460-LE-FINALIDADE THRU P460-EXIT
               PERFORM P550-FINALIDADE-TERMO THRU P550-EXIT
            END-PERFORM

            MOVE SPACES TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            STRING 'DATA: ' WS-DATA-HOJE(7:2) '/' WS-DATA-HOJE(5:2)
                   '/' WS-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE '____________________________________' TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE 'ASSINATURA DO TITULAR OU RESPONSAVEL' TO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            STRING 'TERMO EMITIDO PELO OPERADOR ' WS-SS-OPERADOR
                   DELIMITED BY SIZE INTO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            CLOSE REL-TERMO
            ADD 1 TO WS-QT-TERMOS

            MOVE 'TERMLGPD'        TO WS-CAT-RELATORIO
            MOVE WS-LIN-TERMO      TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-TERMO      TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            DISPLAY 'TERMO GERADO EM ' WS-ARQ-TERMO.
       P500-EXIT.
            EXIT.

      * >>> UMA FINALIDADE NO TERMO; A DATA DO TERMO FICA NO REGISTRO
       P550-FINALIDADE-TERMO.
            MOVE '( )' TO WS-MARCA-SIM WS-MARCA-NAO
            IF CONSENT-CONCEDIDO
               MOVE '(X)' TO WS-MARCA-SIM
            END-IF
            IF CONSENT-REVOGADO
               MOVE '(X)' TO WS-MARCA-NAO
            END-IF
            MOVE SPACES TO TER-LINHA
            STRING WS-FIN-CODIGO(WS-F) ' - ' WS-FIN-DESCRICAO(WS-F)
                   DELIMITED BY SIZE INTO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            MOVE SPACES TO TER-LINHA
            STRING '     ' WS-MARCA-SIM ' AUTORIZO     '
                   WS-MARCA-NAO ' NAO AUTORIZO'
                   DELIMITED BY SIZE INTO TER-LINHA
            PERFORM P590-GRAVA-LINHA THRU P590-EXIT
            IF LP-SITUACAO NOT = SPACES
               MOVE WS-DATA-HOJE TO LP-DT-TERMO
               REWRITE REG-CFP001W6
               END-REWRITE
            END-IF.
       P550-EXIT.
            EXIT.

       P590-GRAVA-LINHA.
            WRITE TER-LINHA
            ADD 1 TO WS-LIN-TERMO.
       P590-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001W6
            CLOSE CONTATOS
            CLOSE CFP001S1
            CLOSE LOG-CONSENT
            IF WS-FS-LGP NOT = 00 THEN
               MOVE WS-FS-LGP                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W6'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCONSN'
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
            MOVE 'CADCONSN' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCONSN FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CONSENTIMENTOS GRAVADOS..: ' WS-RW-LGP
            DISPLAY ' TERMOS IMPRESSOS.........: ' WS-QT-TERMOS
            DISPLAY '--------------------------------------'
            MOVE 'CADCONSN' TO WS-LG-PROGRAMA
            MOVE 'CONSENTIM LGPD ' TO WS-LG-CONTADOR
            MOVE WS-RW-LGP TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCONSN.
