      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PASSEIOS E EVENTOS ESCOLARES - MANUTENCAO DO CADASTRO
      *          DE EVENTOS (EVENTOS.DAT, CFP001X6) E EMISSAO DAS
      *          AUTORIZACOES DOS RESPONSAVEIS. OPERACOES:
      *            - INCLUIR/ALTERAR EVENTO: DESCRICAO, LOCAL, DATA,
      *              HORARIOS DE SAIDA E RETORNO, VALOR POR ALUNO E
      *              VENCIMENTO DA COBRANCA, LUGARES DISPONIVEIS, ATE
      *              6 TURMAS CONVIDADAS (TURMAS.DAT) E ATE 3
      *              PROFESSORES ACOMPANHANTES (PROFESSR.DAT);
      *            - LISTAR EVENTOS COM AUTORIZADOS E LUGARES LIVRES;
      *            - EMITIR AUTORIZACOES: UMA FOLHA POR ALUNO ATIVO
      *              DAS TURMAS CONVIDADAS, ENDERECADA AOS
      *              RESPONSAVEIS DO RESPALUN.DAT, COM CAMPO PARA
      *              ASSINATURA. CADA ALUNO GANHA UM REGISTRO PENDENTE
      *              NO AUTEVENT.DAT (CFP001X7); QUEM JA RESPONDEU NAO
      *              RECEBE NOVA FOLHA. ARQUIVO EVENTO_<COD>_<TS>.REL
      *              REGISTRADO NO CATALOGO (RELCATAL);
      *            - ENCERRAR OU CANCELAR EVENTO (CANCELAMENTO SO SEM
      *              AUTORIZADOS - AS AUTORIZACOES E SUAS COBRANCAS
      *              SAO DESFEITAS ANTES PELO AUTEVENT).
      *          O RETORNO DAS AUTORIZACOES E A COBRANCA TIPO EV SAO
      *          LANCADOS PELO AUTEVENT E A LISTA DE EMBARQUE DO DIA
      *          SAI NO RELEVENT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEVENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X6 ASSIGN TO "C:/ARQUIVOS/EVENTOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EV-CD-EVENTO
                  FILE STATUS  IS WS-FS-EVE
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X7 ASSIGN TO "C:/ARQUIVOS/AUTEVENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AE-CHAVE
                  FILE STATUS  IS WS-FS-AEV
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001SA ASSIGN TO "C:/ARQUIVOS/PROFESSR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PR-ID-PROF
                  FILE STATUS  IS WS-FS-PRF.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
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
           SELECT REL-EVENTO ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X6.
           COPY REGEVENT.
       FD  CFP001X7.
           COPY REGAUTEV.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001SA.
           COPY REGPROF.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  REL-EVENTO.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-EVE          PIC 9(02) VALUE ZEROS.
           03 WS-FS-AEV          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PRF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-FIM-RSP         PIC X(01) VALUE 'N'.
           03 WS-CONVIDADO       PIC X(01) VALUE 'N'.
           03 WS-TEM-RESP        PIC X(01) VALUE 'N'.
           03 WS-CD-EVENTO       PIC 9(04) VALUE ZEROS.
           03 WS-CAPACIDADE      PIC 9(03) VALUE ZEROS.
           03 WS-VALOR           PIC 9(05)V99 VALUE ZEROS.
           03 WS-DATA            PIC 9(08) VALUE ZEROS.
           03 WS-DATA-R REDEFINES WS-DATA.
              05 WS-DT-ANO       PIC 9(04).
              05 WS-DT-MES       PIC 9(02).
              05 WS-DT-DIA       PIC 9(02).
           03 WS-HORARIO         PIC 9(04) VALUE ZEROS.
           03 WS-HORARIO-R REDEFINES WS-HORARIO.
              05 WS-HR-HORA      PIC 9(02).
              05 WS-HR-MIN       PIC 9(02).
           03 WS-TURMA           PIC X(05) VALUE SPACES.
           03 WS-ID-PROF         PIC 9(03) VALUE ZEROS.
           03 WS-I               PIC 9(02) VALUE ZEROS.
           03 WS-LIVRES          PIC 9(03) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-DT-DEVOLVER     PIC 9(08) VALUE ZEROS.
           03 WS-VL-EDITADO      PIC ZZ.ZZ9,99.
           03 WS-R-EVENTOS       PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.
           03 WS-R-FOLHAS        PIC 9(05) VALUE ZEROS.
           03 WS-R-RESPONDIDOS   PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * >>> NOMES DOS PROFESSORES ACOMPANHANTES, MONTADOS UMA VEZ POR
      * >>> EMISSAO PARA O CORPO DA AUTORIZACAO
       01  WS-ACOMPANHANTES.
           03 WS-NM-ACOMP        PIC X(20) OCCURS 3 TIMES.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:8)  TO WS-DATA-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADEVENT' TO WS-LY-PROGRAMA
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
            OPEN I-O CFP001X6
            IF WS-FS-EVE = 35 THEN
               OPEN OUTPUT CFP001X6
               CLOSE CFP001X6
               OPEN I-O CFP001X6
            END-IF
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

            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SD' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SA
            IF WS-FS-PRF NOT = 00
               MOVE WS-FS-PRF                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SA' TO WS-MSG2
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
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   PASSEIOS E EVENTOS ESCOLARES'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/ALTERAR EVENTO'
               DISPLAY ' <2> - LISTAR EVENTOS'
               DISPLAY ' <3> - EMITIR AUTORIZACOES DOS RESPONSAVEIS'
               DISPLAY ' <4> - ENCERRAR/CANCELAR EVENTO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-EVENTO THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-LISTAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-AUTORIZACOES THRU P400-EXIT
                   WHEN '4'
                     PERFORM P500-SITUACAO THRU P500-EXIT
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
            PERFORM P160-MOSTRA THRU P160-EXIT.
       P150-EXIT.
            EXIT.

       P160-MOSTRA.
            DISPLAY 'EVENTO.....: ' EV-CD-EVENTO ' ' EV-DESCRICAO
                    '  SITUACAO: ' EV-ST-EVENTO
            DISPLAY 'DATA.......: ' EV-DT-EVENTO
                    '  SAIDA: ' EV-HR-SAIDA
                    '  RETORNO: ' EV-HR-RETORNO
                    '  LOCAL: ' EV-LOCAL
            DISPLAY 'VALOR......: ' EV-VALOR
                    '  VENCIMENTO: ' EV-DT-VENCIMENTO
            DISPLAY 'LUGARES....: ' EV-CAPACIDADE
                    '  AUTORIZADOS: ' EV-QT-AUTORIZADOS
            DISPLAY 'TURMAS.....: ' EV-TURMA(1) ' ' EV-TURMA(2) ' '
                    EV-TURMA(3) ' ' EV-TURMA(4) ' ' EV-TURMA(5) ' '
                    EV-TURMA(6)
            DISPLAY 'PROFESSORES: ' EV-ID-PROF(1) ' ' EV-ID-PROF(2)
                    ' ' EV-ID-PROF(3).
       P160-EXIT.
            EXIT.

      * >>> DATA AAAAMMDD COM MES E DIA NA FAIXA (WS-VALIDO = 'S')
       P170-VALIDA-DATA.
            MOVE 'N' TO WS-VALIDO
            IF WS-DATA IS NUMERIC
               AND WS-DT-ANO > 1900
               AND WS-DT-MES > 0 AND WS-DT-MES < 13
               AND WS-DT-DIA > 0 AND WS-DT-DIA < 32
               MOVE 'S' TO WS-VALIDO
            END-IF.
       P170-EXIT.
            EXIT.

      * >>> HORARIO HHMM (WS-VALIDO = 'S')
       P180-VALIDA-HORARIO.
            MOVE 'N' TO WS-VALIDO
            IF WS-HORARIO IS NUMERIC
               AND WS-HR-HORA < 24 AND WS-HR-MIN < 60
               MOVE 'S' TO WS-VALIDO
            END-IF.
       P180-EXIT.
            EXIT.

       S200 SECTION.
       P200-EVENTO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'S' AND NOT EVENTO-ABERTO
               DISPLAY 'EVENTO ENCERRADO OU CANCELADO - SEM ALTERACAO!'
               GO TO P200-EXIT
            END-IF
            IF WS-EXISTE = 'N'
               DISPLAY 'EVENTO NOVO - INFORME OS DADOS'
               INITIALIZE REG-CFP001X6
               MOVE WS-CD-EVENTO TO EV-CD-EVENTO
               SET EVENTO-ABERTO TO TRUE
            END-IF

            DISPLAY 'DESCRICAO DO EVENTO (ATE 30 POSICOES): '
            ACCEPT EV-DESCRICAO
            PERFORM UNTIL EV-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA: '
               ACCEPT EV-DESCRICAO
            END-PERFORM

            DISPLAY 'LOCAL DO EVENTO (ATE 20 POSICOES): '
            ACCEPT EV-LOCAL
            PERFORM UNTIL EV-LOCAL NOT = SPACES
               DISPLAY 'LOCAL OBRIGATORIO: '
               ACCEPT EV-LOCAL
            END-PERFORM

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'DATA DO EVENTO (AAAAMMDD): '
               ACCEPT WS-DATA
               PERFORM P170-VALIDA-DATA THRU P170-EXIT
               IF WS-VALIDO = 'S' AND WS-DATA < WS-DATA-HOJE
                  MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-VALIDO = 'N'
                  DISPLAY 'DATA INVALIDA OU JA PASSADA!'
               END-IF
            END-PERFORM
            MOVE WS-DATA TO EV-DT-EVENTO

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'HORARIO DE SAIDA (HHMM): '
               ACCEPT WS-HORARIO
               PERFORM P180-VALIDA-HORARIO THRU P180-EXIT
               IF WS-VALIDO = 'N'
                  DISPLAY 'HORARIO INVALIDO!'
               END-IF
            END-PERFORM
            MOVE WS-HORARIO TO EV-HR-SAIDA

            MOVE 'N' TO WS-VALIDO
            PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY 'HORARIO PREVISTO DE RETORNO (HHMM): '
               ACCEPT WS-HORARIO
               PERFORM P180-VALIDA-HORARIO THRU P180-EXIT
               IF WS-VALIDO = 'S' AND WS-HORARIO NOT > EV-HR-SAIDA
                  MOVE 'N' TO WS-VALIDO
               END-IF
               IF WS-VALIDO = 'N'
                  DISPLAY 'HORARIO INVALIDO OU ANTERIOR A SAIDA!'
               END-IF
            END-PERFORM
            MOVE WS-HORARIO TO EV-HR-RETORNO

      * >>> VALOR ZERO = EVENTO GRATUITO, SEM COBRANCA NO AUTEVENT
            DISPLAY 'VALOR POR ALUNO (ATE 99999,99 - ZERO = GRATUITO): '
            ACCEPT WS-VALOR
            PERFORM UNTIL WS-VALOR IS NUMERIC
               DISPLAY 'VALOR INVALIDO! DIGITE SOMENTE NUMEROS: '
               ACCEPT WS-VALOR
            END-PERFORM
            MOVE WS-VALOR TO EV-VALOR

            MOVE ZEROS TO EV-DT-VENCIMENTO
            IF EV-VALOR > ZEROS
               MOVE 'N' TO WS-VALIDO
               PERFORM UNTIL WS-VALIDO = 'S'
                  DISPLAY 'VENCIMENTO DA COBRANCA (AAAAMMDD), ZERO'
                          ' PARA A DATA DO EVENTO: '
                  ACCEPT WS-DATA
                  IF WS-DATA IS NUMERIC AND WS-DATA = ZEROS
                     MOVE EV-DT-EVENTO TO WS-DATA
                  END-IF
                  PERFORM P170-VALIDA-DATA THRU P170-EXIT
                  IF WS-VALIDO = 'S' AND WS-DATA > EV-DT-EVENTO
                     MOVE 'N' TO WS-VALIDO
                  END-IF
                  IF WS-VALIDO = 'N'
                     DISPLAY 'VENCIMENTO INVALIDO OU APOS O EVENTO!'
                  END-IF
               END-PERFORM
               MOVE WS-DATA TO EV-DT-VENCIMENTO
            END-IF

      * >>> OS LUGARES NAO PODEM FICAR ABAIXO DOS JA AUTORIZADOS
            DISPLAY 'LUGARES PARA ALUNOS (ONIBUS/INGRESSOS): '
            ACCEPT WS-CAPACIDADE
            PERFORM UNTIL WS-CAPACIDADE IS NUMERIC
                          AND WS-CAPACIDADE > ZEROS
                          AND WS-CAPACIDADE NOT LESS EV-QT-AUTORIZADOS
               DISPLAY 'QUANTIDADE INVALIDA! MAIOR QUE ZERO E NAO'
                       ' MENOR QUE OS AUTORIZADOS (' EV-QT-AUTORIZADOS
                       '): '
               ACCEPT WS-CAPACIDADE
            END-PERFORM
            MOVE WS-CAPACIDADE TO EV-CAPACIDADE

            PERFORM P250-TURMAS THRU P250-EXIT
            PERFORM P270-PROFESSORES THRU P270-EXIT
            MOVE WS-SS-OPERADOR TO EV-OPERADOR

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X6
               END-REWRITE
            ELSE
               WRITE REG-CFP001X6
               END-WRITE
            END-IF
            IF WS-FS-EVE NOT = 00 THEN
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X6' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-EVENTOS
            DISPLAY 'EVENTO GRAVADO!'
            IF WS-EXISTE = 'N'
               DISPLAY 'EMITA AS AUTORIZACOES NA OPCAO 3'
            END-IF.
       P200-EXIT.
            EXIT.

      * >>> TURMAS CONVIDADAS: ATE 6, CADASTRADAS E ATIVAS; BRANCO
      * >>> ENCERRA A LISTA (PELO MENOS UMA E OBRIGATORIA)
       P250-TURMAS.
            MOVE SPACES TO EV-TURMAS
            MOVE 1      TO WS-I
            PERFORM UNTIL WS-I > 6
               DISPLAY 'TURMA CONVIDADA ' WS-I
                       ' (BRANCO ENCERRA A LISTA): '
               MOVE SPACES TO WS-TURMA
               ACCEPT WS-TURMA
               IF WS-TURMA = SPACES
                  IF WS-I = 1
                     DISPLAY 'INFORME AO MENOS UMA TURMA!'
                  ELSE
                     MOVE 7 TO WS-I
                  END-IF
               ELSE
                  PERFORM P260-VALIDA-TURMA THRU P260-EXIT
                  IF WS-VALIDO = 'S'
                     MOVE WS-TURMA TO EV-TURMA(WS-I)
                     ADD 1 TO WS-I
                  END-IF
               END-IF
            END-PERFORM.
       P250-EXIT.
            EXIT.

       P260-VALIDA-TURMA.
            MOVE 'N'      TO WS-VALIDO
            MOVE WS-TURMA TO TM-CODIGO
            READ CFP001SD
                 KEY IS TM-CODIGO
                 INVALID KEY
                      DISPLAY 'TURMA NAO CADASTRADA!'
                      GO TO P260-EXIT
            END-READ
            IF NOT TURMA-ATIVA
               DISPLAY 'TURMA INATIVA!'
               GO TO P260-EXIT
            END-IF
            MOVE 'S' TO WS-VALIDO
            DISPLAY '   ' TM-CODIGO ' ' TM-DESCRICAO.
       P260-EXIT.
            EXIT.

      * >>> PROFESSORES ACOMPANHANTES: ATE 3, ATIVOS; 000 ENCERRA
       P270-PROFESSORES.
            MOVE ZEROS TO EV-PROFESSORES
            MOVE 1     TO WS-I
            PERFORM UNTIL WS-I > 3
               DISPLAY 'PROFESSOR ACOMPANHANTE ' WS-I
                       ' (3 DIGITOS, 000 ENCERRA): '
               ACCEPT WS-ID-PROF
               IF WS-ID-PROF IS NOT NUMERIC
                  DISPLAY 'CODIGO INVALIDO!'
               ELSE
                  IF WS-ID-PROF = ZEROS
                     MOVE 4 TO WS-I
                  ELSE
                     PERFORM P280-VALIDA-PROF THRU P280-EXIT
                     IF WS-VALIDO = 'S'
                        MOVE WS-ID-PROF TO EV-ID-PROF(WS-I)
                        ADD 1 TO WS-I
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
            IF EV-ID-PROF(1) = ZEROS
               DISPLAY 'AVISO: EVENTO SEM PROFESSOR ACOMPANHANTE'
            END-IF.
       P270-EXIT.
            EXIT.

       P280-VALIDA-PROF.
            MOVE 'N'        TO WS-VALIDO
            MOVE WS-ID-PROF TO PR-ID-PROF
            READ CFP001SA
                 KEY IS PR-ID-PROF
                 INVALID KEY
                      DISPLAY 'PROFESSOR NAO CADASTRADO!'
                      GO TO P280-EXIT
            END-READ
            IF NOT PROF-ATIVO
               DISPLAY 'PROFESSOR INATIVO!'
               GO TO P280-EXIT
            END-IF
            MOVE 'S' TO WS-VALIDO
            DISPLAY '   ' PR-ID-PROF ' ' PR-NM-PROF.
       P280-EXIT.
            EXIT.

       S300 SECTION.
       P300-LISTAR.
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE ZEROS  TO EV-CD-EVENTO
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001X6 KEY IS NOT LESS EV-CD-EVENTO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P310-LISTAR-UM THRU P310-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'EVENTOS LISTADOS: ' WS-R-LISTADOS.
       P300-EXIT.
            EXIT.

       P310-LISTAR-UM.
            READ CFP001X6 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P310-EXIT
            END-READ
            MOVE ZEROS TO WS-LIVRES
            IF EV-CAPACIDADE > EV-QT-AUTORIZADOS
               COMPUTE WS-LIVRES = EV-CAPACIDADE - EV-QT-AUTORIZADOS
            END-IF
            ADD 1 TO WS-R-LISTADOS
            DISPLAY EV-CD-EVENTO ' ' EV-DESCRICAO ' ' EV-DT-EVENTO
                    ' ' EV-ST-EVENTO
                    ' AUTORIZ ' EV-QT-AUTORIZADOS
                    ' LIVRES ' WS-LIVRES
                    ' R$ ' EV-VALOR.
       P310-EXIT.
            EXIT.

      * >>> UMA FOLHA DE AUTORIZACAO POR ALUNO ATIVO DAS TURMAS
      * >>> CONVIDADAS; O REGISTRO PENDENTE NO CFP001X7 E O QUE O
      * >>> AUTEVENT ATUALIZA QUANDO A FOLHA VOLTA ASSINADA
       S400 SECTION.
       P400-AUTORIZACOES.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'EVENTO NAO CADASTRADO!'
               GO TO P400-EXIT
            END-IF
            IF NOT EVENTO-ABERTO
               DISPLAY 'EVENTO ENCERRADO OU CANCELADO!'
               GO TO P400-EXIT
            END-IF

            MOVE SPACES TO WS-ACOMPANHANTES
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF EV-ID-PROF(WS-I) > ZEROS
                  MOVE EV-ID-PROF(WS-I) TO PR-ID-PROF
                  READ CFP001SA
                       KEY IS PR-ID-PROF
                       INVALID KEY
                            MOVE SPACES TO PR-NM-PROF
                  END-READ
                  MOVE PR-NM-PROF TO WS-NM-ACOMP(WS-I)
               END-IF
            END-PERFORM
            MOVE EV-DT-VENCIMENTO TO WS-DT-DEVOLVER
            IF WS-DT-DEVOLVER = ZEROS
               MOVE EV-DT-EVENTO TO WS-DT-DEVOLVER
            END-IF
            MOVE EV-VALOR TO WS-VL-EDITADO

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/EVENTO_' EV-CD-EVENTO '_'
                   WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
            OPEN OUTPUT REL-EVENTO
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EVENTO' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE ZEROS TO WS-R-LINHAS WS-R-FOLHAS WS-R-RESPONDIDOS

            MOVE 'N'   TO WS-FIM-LISTA
            MOVE ZEROS TO ID-ALUNO
            START CFP001S1 KEY IS NOT LESS ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LER-ALUNO THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'

            IF WS-R-FOLHAS = ZEROS
               MOVE 'NENHUM ALUNO PENDENTE NAS TURMAS CONVIDADAS'
                    TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
            END-IF
            CLOSE REL-EVENTO
            MOVE 'CADEVENT'    TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS   TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA  TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            DISPLAY 'AUTORIZACOES EMITIDAS.....: ' WS-R-FOLHAS
            DISPLAY 'ALUNOS QUE JA RESPONDERAM.: ' WS-R-RESPONDIDOS
            DISPLAY 'ARQUIVO...................: ' WS-ARQ-SAIDA.
       P400-EXIT.
            EXIT.

       P410-LER-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               GO TO P410-EXIT
            END-IF
            MOVE 'N' TO WS-CONVIDADO
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF EV-TURMA(WS-I) NOT = SPACES
                  AND EV-TURMA(WS-I) = TU-ALUNO
                  MOVE 'S' TO WS-CONVIDADO
               END-IF
            END-PERFORM
            IF WS-CONVIDADO = 'N'
               GO TO P410-EXIT
            END-IF

      * >>> QUEM JA RESPONDEU NAO RECEBE NOVA FOLHA; PENDENTE RECEBE
      * >>> SEGUNDA VIA
            MOVE EV-CD-EVENTO TO AE-CD-EVENTO
            MOVE ID-ALUNO     TO AE-ID-ALUNO
            READ CFP001X7
                 KEY IS AE-CHAVE
                 INVALID KEY
                      INITIALIZE REG-CFP001X7
                      MOVE EV-CD-EVENTO   TO AE-CD-EVENTO
                      MOVE ID-ALUNO       TO AE-ID-ALUNO
                      SET AUTORIZ-PENDENTE TO TRUE
                      MOVE WS-DATA-HOJE   TO AE-DT-EMISSAO
                      MOVE WS-SS-OPERADOR TO AE-OPERADOR
                      WRITE REG-CFP001X7
                      END-WRITE
                      IF WS-FS-AEV NOT = 00
                         MOVE WS-FS-AEV                   TO WS-MSG1
                         MOVE 'ERRO GRAVACAO DO CFP001X7' TO WS-MSG2
                         PERFORM P800-ERRO THRU P999-EXIT
                      END-IF
            END-READ
            IF NOT AUTORIZ-PENDENTE
               ADD 1 TO WS-R-RESPONDIDOS
               GO TO P410-EXIT
            END-IF
            PERFORM P420-FOLHA THRU P420-EXIT.
       P410-EXIT.
            EXIT.

       P420-FOLHA.
            ADD 1 TO WS-R-FOLHAS
            MOVE ALL '=' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE 'AUTORIZACAO PARA PASSEIO / EVENTO ESCOLAR'
                 TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'AOS RESPONSAVEIS PELO ALUNO ' ID-ALUNO ' '
                   NM-ALUNO ' - TURMA ' TU-ALUNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT

            MOVE 'N'      TO WS-TEM-RESP
            MOVE 'N'      TO WS-FIM-RSP
            MOVE ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS = RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-RSP
            END-START
            PERFORM P430-LER-RESP THRU P430-EXIT
                    UNTIL WS-FIM-RSP = 'S'
            IF WS-TEM-RESP = 'N'
               MOVE '   RESPONSAVEL: ______________________________'
                    TO REL-LINHA
               PERFORM P490-ESCREVER THRU P490-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'EVENTO: ' EV-CD-EVENTO ' - ' EV-DESCRICAO
                   ' - LOCAL: ' EV-LOCAL
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DATA: ' EV-DT-EVENTO(7:2) '/' EV-DT-EVENTO(5:2)
                   '/' EV-DT-EVENTO(1:4)
                   '  SAIDA: ' EV-HR-SAIDA(1:2) ':' EV-HR-SAIDA(3:2)
                   '  RETORNO PREVISTO: ' EV-HR-RETORNO(1:2) ':'
                   EV-HR-RETORNO(3:2)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'PROFESSORES ACOMPANHANTES: ' WS-NM-ACOMP(1) ' '
                   WS-NM-ACOMP(2) ' ' WS-NM-ACOMP(3)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            IF EV-VALOR > ZEROS
               STRING 'VALOR POR ALUNO: R$ ' WS-VL-EDITADO
                      ' - LANCADO NA COBRANCA DO ALUNO COM VENCIMENTO'
                      ' EM ' EV-DT-VENCIMENTO(7:2) '/'
                      EV-DT-VENCIMENTO(5:2) '/' EV-DT-VENCIMENTO(1:4)
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               MOVE 'EVENTO GRATUITO' TO REL-LINHA
            END-IF
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE '( ) AUTORIZO     ( ) NAO AUTORIZO     A PARTICIPACAO'
                 TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE 'DO ALUNO ACIMA NO EVENTO, SOB RESPONSABILIDADE DOS'
                 TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE 'PROFESSORES ACOMPANHANTES DA ESCOLA.' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE '____________________________________' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE 'ASSINATURA DO RESPONSAVEL' TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            STRING 'DEVOLVER NA SECRETARIA ATE '
                   WS-DT-DEVOLVER(7:2) '/' WS-DT-DEVOLVER(5:2) '/'
                   WS-DT-DEVOLVER(1:4)
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT
            MOVE SPACES TO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P420-EXIT.
            EXIT.

       P430-LER-RESP.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-RSP
                      GO TO P430-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-RSP
               GO TO P430-EXIT
            END-IF
            MOVE RL-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      GO TO P430-EXIT
            END-READ
            MOVE 'S' TO WS-TEM-RESP
            MOVE SPACES TO REL-LINHA
            STRING '   ' RL-TIPO ' ' NM-CONTATO
                   ' (CONTATO ' ID-CONTATO ')'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P490-ESCREVER THRU P490-EXIT.
       P430-EXIT.
            EXIT.

       P490-ESCREVER.
            WRITE REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P490-EXIT.
            EXIT.

      * >>> ENCERRAR APOS O EVENTO; CANCELAR SO SEM AUTORIZADOS (AS
      * >>> AUTORIZACOES SAO REVOGADAS ANTES NO AUTEVENT, QUE DESFAZ
      * >>> A COBRANCA DE CADA ALUNO)
       S500 SECTION.
       P500-SITUACAO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'EVENTO NAO CADASTRADO!'
               GO TO P500-EXIT
            END-IF
            IF NOT EVENTO-ABERTO
               DISPLAY 'EVENTO JA ENCERRADO OU CANCELADO!'
               GO TO P500-EXIT
            END-IF
            DISPLAY '(E)ENCERRAR (C)CANCELAR O EVENTO: '
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                WHEN 'E'
                  SET EVENTO-ENCERRADO TO TRUE
                WHEN 'C'
                  IF EV-QT-AUTORIZADOS > ZEROS
                     DISPLAY 'EVENTO COM ' EV-QT-AUTORIZADOS
                             ' AUTORIZADO(S) - REVOGUE NO AUTEVENT'
                             ' ANTES DE CANCELAR!'
                     GO TO P500-EXIT
                  END-IF
                  SET EVENTO-CANCELADO TO TRUE
                WHEN OTHER
                  DISPLAY 'OPCAO INVALIDA!'
                  GO TO P500-EXIT
            END-EVALUATE
            DISPLAY 'CONFIRMA A SITUACAO ' EV-ST-EVENTO
                    ', (S)SIM (N)NAO'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P500-EXIT
            END-IF
            MOVE WS-SS-OPERADOR TO EV-OPERADOR
            REWRITE REG-CFP001X6
            END-REWRITE
            IF WS-FS-EVE NOT = 00 THEN
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X6'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'SITUACAO DO EVENTO ATUALIZADA: ' EV-ST-EVENTO.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X6
            CLOSE CFP001X7
            CLOSE CFP001SD
            CLOSE CFP001SA
            CLOSE CFP001S1
            CLOSE CFP001SL
            CLOSE CONTATOS
            IF WS-FS-EVE NOT = 00 THEN
               MOVE WS-FS-EVE                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001X6'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADEVENT'
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
            MOVE 'CADEVENT' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADEVENT FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' EVENTOS GRAVADOS.....: ' WS-R-EVENTOS
            DISPLAY ' AUTORIZACOES EMITIDAS: ' WS-R-FOLHAS
            DISPLAY '--------------------------------------'
            MOVE 'CADEVENT' TO WS-LG-PROGRAMA
            MOVE 'EVENTOS GRAVADO' TO WS-LG-CONTADOR
            MOVE WS-R-EVENTOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADEVENT.
