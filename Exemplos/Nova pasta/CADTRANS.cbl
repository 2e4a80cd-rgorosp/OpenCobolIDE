      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: TRANSPORTE ESCOLAR - VINCULO DO ALUNO A UMA ROTA E
      *          PARADA (TRANSALU.DAT, CFP001X5, CHAVE ALUNO, CHAVE
      *          ALTERNATIVA ROTA + PARADA). OPERACOES:
      *            - VINCULAR/TROCAR: SUGERE A PARADA PELO CEP DO
      *              ENDERECO DO RESPONSAVEL (RESPALUN.DAT, DANDO
      *              PREFERENCIA AO RESPONSAVEL FINANCEIRO 'RF', E
      *              CONTATOS.DAT) CONTRA A FAIXA DE CEP DAS PARADAS
      *              (PARADAS.DAT), EM ROTA ATIVA COM LUGAR LIVRE E, SE
      *              HOUVER, DO MESMO TURNO DA TURMA DO ALUNO; O
      *              OPERADOR ACEITA A SUGESTAO OU DIGITA ROTA E PARADA;
      *            - CANCELAR O TRANSPORTE DO ALUNO;
      *            - LISTAR OS ALUNOS DE UMA ROTA POR PARADA.
      *          A OCUPACAO DA ROTA (RO-QT-ALUNOS) ACOMPANHA CADA
      *          VINCULO E CANCELAMENTO. A MENSALIDADE DO TRANSPORTE E
      *          LANCADA PELO GERCOBRA (TIPO TR)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRANS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001X5 ASSIGN TO "C:/ARQUIVOS/TRANSALU.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TA-ID-ALUNO
                  ALTERNATE RECORD KEY IS TA-PARADA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-TRA
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X3 ASSIGN TO "C:/ARQUIVOS/ROTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RO-CD-ROTA
                  FILE STATUS  IS WS-FS-ROT
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001X4 ASSIGN TO "C:/ARQUIVOS/PARADAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PO-CHAVE
                  FILE STATUS  IS WS-FS-PAR.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001X5.
           COPY REGTRANS.
       FD  CFP001X3.
           COPY REGROTA.
       FD  CFP001X4.
           COPY REGPARAD.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-TRA          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ROT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-PAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-TURMAS      PIC X(01) VALUE 'N'.
           03 WS-SEM-RESPONSAVEL PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-VALIDO          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-TURNO-ALUNO     PIC X(01) VALUE SPACES.
           03 WS-CD-ROTA         PIC 9(03) VALUE ZEROS.
           03 WS-ORDEM           PIC 9(02) VALUE ZEROS.
           03 WS-ATIVO-ANTES     PIC X(01) VALUE 'N'.
           03 WS-ROTA-ANTERIOR   PIC 9(03) VALUE ZEROS.
           03 WS-ID-RESP         PIC 9(05) VALUE ZEROS.
           03 WS-CEP-ALUNO       PIC 9(08) VALUE ZEROS.
           03 WS-LIVRES          PIC 9(03) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-R-VINCULOS      PIC 9(04) VALUE ZEROS.
           03 WS-R-CANCELADOS    PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.

      * >>> PARADA SUGERIDA PELO CEP DO RESPONSAVEL
       01  WS-SUGESTAO.
           03 WS-TEM-SUGESTAO    PIC X(01) VALUE 'N'.
           03 WS-SUG-ROTA        PIC 9(03) VALUE ZEROS.
           03 WS-SUG-ORDEM       PIC 9(02) VALUE ZEROS.
           03 WS-SUG-TURNO       PIC X(01) VALUE SPACES.

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
            MOVE 'CADTRANS' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001X5
            IF WS-FS-TRA = 35 THEN
               OPEN OUTPUT CFP001X5
               CLOSE CFP001X5
               OPEN I-O CFP001X5
            END-IF
            IF WS-FS-TRA NOT = 00
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001X3
            IF WS-FS-ROT NOT = 00
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001X4
            IF WS-FS-PAR NOT = 00
               MOVE WS-FS-PAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001X4' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM TURMAS OU SEM RESPONSAVEIS A SUGESTAO FICA SEM O TURNO
      * >>> OU SEM O CEP, MAS O VINCULO DIGITADO CONTINUA POSSIVEL
            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE 'S' TO WS-SEM-TURMAS
            END-IF

            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE 'S' TO WS-SEM-RESPONSAVEL
            ELSE
               OPEN INPUT CONTATOS
               IF WS-FS-CON NOT = 00
                  MOVE 'S' TO WS-SEM-RESPONSAVEL
                  CLOSE CFP001SL
               END-IF
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '  TRANSPORTE ESCOLAR DO ALUNO'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - VINCULAR/TROCAR ROTA DO ALUNO'
               DISPLAY ' <2> - CANCELAR TRANSPORTE DO ALUNO'
               DISPLAY ' <3> - ALUNOS DA ROTA'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-VINCULAR THRU P200-EXIT
                   WHEN '2'
                     PERFORM P300-CANCELAR THRU P300-EXIT
                   WHEN '3'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> ALUNO DIGITADO (WS-ACHOU = 'S' SE CADASTRADO)
       P150-ALUNO.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O ID DO ALUNO (5 DIGITOS): '
            ACCEPT WS-ID-ALUNO
            PERFORM UNTIL WS-ID-ALUNO IS NUMERIC
                          AND WS-ID-ALUNO > ZEROS
               DISPLAY 'ID INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-ID-ALUNO
            END-PERFORM
            MOVE WS-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO NAO CADASTRADO!'
                      GO TO P150-EXIT
            END-READ
            DISPLAY 'ALUNO......: ' ID-ALUNO ' ' NM-ALUNO
                    '  TURMA: ' TU-ALUNO '  SITUACAO: ' ST-ALUNO
            MOVE 'S' TO WS-ACHOU.
       P150-EXIT.
            EXIT.

      * >>> VINCULO ATUAL DO ALUNO (WS-EXISTE = 'S' SE HA REGISTRO)
       P160-VINCULO.
            MOVE 'N'   TO WS-EXISTE WS-ATIVO-ANTES
            MOVE ZEROS TO WS-ROTA-ANTERIOR
            MOVE WS-ID-ALUNO TO TA-ID-ALUNO
            READ CFP001X5
                 KEY IS TA-ID-ALUNO
                 INVALID KEY
                      GO TO P160-EXIT
            END-READ
            MOVE 'S' TO WS-EXISTE
            IF TRANSPORTE-ATIVO
               MOVE 'S'        TO WS-ATIVO-ANTES
               MOVE TA-CD-ROTA TO WS-ROTA-ANTERIOR
               DISPLAY 'VINCULO ATUAL: ROTA ' TA-CD-ROTA
                       ' PARADA ' TA-ORDEM-PARADA
                       ' DESDE ' TA-DT-INICIO
            END-IF.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-VINCULAR.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-ACHOU = 'N'
               GO TO P200-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO!'
               GO TO P200-EXIT
            END-IF
            MOVE SPACES TO WS-TURNO-ALUNO
            IF WS-SEM-TURMAS = 'N'
               MOVE TU-ALUNO TO TM-CODIGO
               READ CFP001SD
                    KEY IS TM-CODIGO
                    NOT INVALID KEY
                         MOVE TM-TURNO TO WS-TURNO-ALUNO
               END-READ
            END-IF
            PERFORM P160-VINCULO THRU P160-EXIT

            PERFORM P250-SUGESTAO THRU P250-EXIT
            MOVE 'N' TO WS-CONFIRMA
            IF WS-TEM-SUGESTAO = 'S'
               DISPLAY 'ACEITA A PARADA SUGERIDA (ROTA ' WS-SUG-ROTA
                       ' PARADA ' WS-SUG-ORDEM '), (S)SIM (N)NAO'
               ACCEPT WS-CONFIRMA
            END-IF
            IF WS-CONFIRMA = 'S'
               MOVE WS-SUG-ROTA  TO WS-CD-ROTA
               MOVE WS-SUG-ORDEM TO WS-ORDEM
            ELSE
               DISPLAY 'DIGITE O CODIGO DA ROTA (3 DIGITOS): '
               ACCEPT WS-CD-ROTA
               DISPLAY 'DIGITE A ORDEM DA PARADA (2 DIGITOS): '
               ACCEPT WS-ORDEM
            END-IF

            PERFORM P270-VALIDA-DESTINO THRU P270-EXIT
            IF WS-VALIDO = 'N'
               GO TO P200-EXIT
            END-IF
            IF WS-ATIVO-ANTES = 'S'
               AND WS-ROTA-ANTERIOR = WS-CD-ROTA
               AND TA-ORDEM-PARADA = WS-ORDEM
               DISPLAY 'ALUNO JA VINCULADO A ESSA PARADA!'
               GO TO P200-EXIT
            END-IF

            DISPLAY 'CONFIRMA O VINCULO, (S)SIM (N)NAO'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P200-EXIT
            END-IF

      * >>> OCUPACAO: SAI DA ROTA ANTERIOR E ENTRA NA NOVA (A TROCA DE
      * >>> PARADA NA MESMA ROTA NAO MEXE NA OCUPACAO)
            IF WS-ATIVO-ANTES = 'N'
               OR WS-ROTA-ANTERIOR NOT = WS-CD-ROTA
               IF WS-ATIVO-ANTES = 'S'
                  MOVE WS-ROTA-ANTERIOR TO RO-CD-ROTA
                  PERFORM P290-SAI-DA-ROTA THRU P290-EXIT
               END-IF
               MOVE WS-CD-ROTA TO RO-CD-ROTA
               READ CFP001X3
                    KEY IS RO-CD-ROTA
               END-READ
               ADD 1 TO RO-QT-ALUNOS
               REWRITE REG-CFP001X3
               END-REWRITE
               IF WS-FS-ROT NOT = 00 THEN
                  MOVE WS-FS-ROT                           TO WS-MSG1
                  MOVE 'ERRO ATUALIZACAO DO CFP001X3'      TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
               END-IF
            END-IF

            IF WS-EXISTE = 'N'
               INITIALIZE REG-CFP001X5
               MOVE WS-ID-ALUNO TO TA-ID-ALUNO
            END-IF
            IF WS-ATIVO-ANTES = 'N'
               MOVE WS-DATA-HOJE TO TA-DT-INICIO
               MOVE ZEROS        TO TA-DT-CANCELAMENTO
            END-IF
            MOVE WS-CD-ROTA     TO TA-CD-ROTA
            MOVE WS-ORDEM       TO TA-ORDEM-PARADA
            SET TRANSPORTE-ATIVO TO TRUE
            MOVE WS-SS-OPERADOR TO TA-OPERADOR
            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001X5
               END-REWRITE
            ELSE
               WRITE REG-CFP001X5
               END-WRITE
            END-IF
            IF WS-FS-TRA NOT = 00 THEN
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001X5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-VINCULOS
            DISPLAY 'ALUNO VINCULADO A ROTA ' TA-CD-ROTA
                    ' PARADA ' TA-ORDEM-PARADA.
       P200-EXIT.
            EXIT.

      * >>> CEP DO RESPONSAVEL DO ALUNO (O FINANCEIRO 'RF' TEM
      * >>> PREFERENCIA) CONTRA A FAIXA DE CEP DE CADA PARADA
       P250-SUGESTAO.
            MOVE 'N'   TO WS-TEM-SUGESTAO
            MOVE ZEROS TO WS-SUG-ROTA WS-SUG-ORDEM WS-ID-RESP
            MOVE SPACE TO WS-SUG-TURNO
            IF WS-SEM-RESPONSAVEL = 'S'
               GO TO P250-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-LISTA
            MOVE WS-ID-ALUNO TO RL-ID-ALUNO
            START CFP001SL KEY IS = RL-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P252-LER-RESPONSAVEL THRU P252-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            IF WS-ID-RESP = ZEROS
               DISPLAY 'ALUNO SEM RESPONSAVEL - SEM SUGESTAO DE PARADA'
               GO TO P250-EXIT
            END-IF

            MOVE WS-ID-RESP TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE ZEROS TO CEP-CONTATO
            END-READ
            MOVE CEP-CONTATO TO WS-CEP-ALUNO
            IF WS-CEP-ALUNO = ZEROS
               DISPLAY 'RESPONSAVEL SEM CEP - SEM SUGESTAO DE PARADA'
               GO TO P250-EXIT
            END-IF
            DISPLAY 'CEP DO RESPONSAVEL ' WS-ID-RESP ': '
                    WS-CEP-ALUNO '  TURNO DA TURMA: ' WS-TURNO-ALUNO

            MOVE 'N'   TO WS-FIM-LISTA
            MOVE ZEROS TO PO-CD-ROTA PO-ORDEM
            START CFP001X4 KEY IS NOT LESS PO-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P256-TESTA-PARADA THRU P256-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            IF WS-TEM-SUGESTAO = 'N'
               DISPLAY 'NENHUMA PARADA COM VAGA ATENDE O CEP '
                       WS-CEP-ALUNO
            END-IF.
       P250-EXIT.
            EXIT.

       P252-LER-RESPONSAVEL.
            READ CFP001SL NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P252-EXIT
            END-READ
            IF RL-ID-ALUNO NOT = WS-ID-ALUNO
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P252-EXIT
            END-IF
            IF WS-ID-RESP = ZEROS OR RESP-FINANCEIRO
               MOVE RL-ID-CONTATO TO WS-ID-RESP
            END-IF.
       P252-EXIT.
            EXIT.

      * >>> PARADA QUE ATENDE O CEP, EM ROTA ATIVA COM LUGAR LIVRE (OU
      * >>> NA ROTA ATUAL DO ALUNO); A DO TURNO DA TURMA TEM PREFERENCIA
       P256-TESTA-PARADA.
            READ CFP001X4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P256-EXIT
            END-READ
            IF WS-CEP-ALUNO < PO-CEP-INICIAL
               OR WS-CEP-ALUNO > PO-CEP-FINAL
               GO TO P256-EXIT
            END-IF
            MOVE PO-CD-ROTA TO RO-CD-ROTA
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      GO TO P256-EXIT
            END-READ
            IF ROTA-INATIVA
               GO TO P256-EXIT
            END-IF
            IF RO-QT-ALUNOS NOT LESS RO-CAPACIDADE
               AND NOT (WS-ATIVO-ANTES = 'S'
                        AND WS-ROTA-ANTERIOR = RO-CD-ROTA)
               GO TO P256-EXIT
            END-IF
            MOVE ZEROS TO WS-LIVRES
            IF RO-CAPACIDADE > RO-QT-ALUNOS
               COMPUTE WS-LIVRES = RO-CAPACIDADE - RO-QT-ALUNOS
            END-IF
            DISPLAY 'SUGESTAO: ROTA ' RO-CD-ROTA ' ' RO-NOME
                    ' TURNO ' RO-TURNO ' LIVRES ' WS-LIVRES
            DISPLAY '          PARADA ' PO-ORDEM ' ' PO-DESCRICAO
                    ' AS ' PO-HORARIO
            IF WS-TEM-SUGESTAO = 'N'
               OR (WS-SUG-TURNO NOT = WS-TURNO-ALUNO
                   AND RO-TURNO = WS-TURNO-ALUNO)
               MOVE 'S'        TO WS-TEM-SUGESTAO
               MOVE PO-CD-ROTA TO WS-SUG-ROTA
               MOVE PO-ORDEM   TO WS-SUG-ORDEM
               MOVE RO-TURNO   TO WS-SUG-TURNO
            END-IF.
       P256-EXIT.
            EXIT.

      * >>> ROTA ATIVA, PARADA CADASTRADA E LUGAR LIVRE NA VAN (QUEM JA
      * >>> ESTA NA ROTA SO TROCA DE PARADA E NAO OCUPA LUGAR NOVO)
       P270-VALIDA-DESTINO.
            MOVE 'N' TO WS-VALIDO
            IF WS-CD-ROTA IS NOT NUMERIC
               OR WS-ORDEM IS NOT NUMERIC
               DISPLAY 'ROTA OU PARADA INVALIDA!'
               GO TO P270-EXIT
            END-IF
            MOVE WS-CD-ROTA TO RO-CD-ROTA
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      DISPLAY 'ROTA NAO CADASTRADA!'
                      GO TO P270-EXIT
            END-READ
            IF ROTA-INATIVA
               DISPLAY 'ROTA INATIVA!'
               GO TO P270-EXIT
            END-IF
            MOVE WS-CD-ROTA TO PO-CD-ROTA
            MOVE WS-ORDEM   TO PO-ORDEM
            READ CFP001X4
                 KEY IS PO-CHAVE
                 INVALID KEY
                      DISPLAY 'PARADA NAO CADASTRADA NA ROTA!'
                      GO TO P270-EXIT
            END-READ
            IF (WS-ATIVO-ANTES = 'N'
                OR WS-ROTA-ANTERIOR NOT = WS-CD-ROTA)
               AND RO-QT-ALUNOS NOT LESS RO-CAPACIDADE
               DISPLAY 'ROTA LOTADA (' RO-QT-ALUNOS ' DE '
                       RO-CAPACIDADE ' LUGARES)!'
               GO TO P270-EXIT
            END-IF
            IF WS-TURNO-ALUNO NOT = SPACES
               AND RO-TURNO NOT = WS-TURNO-ALUNO
               DISPLAY 'ATENCAO: ROTA DO TURNO ' RO-TURNO
                       ' E TURMA DO TURNO ' WS-TURNO-ALUNO
            END-IF
            DISPLAY 'DESTINO: ROTA ' RO-CD-ROTA ' ' RO-NOME
                    ' PARADA ' PO-ORDEM ' ' PO-DESCRICAO
            MOVE 'S' TO WS-VALIDO.
       P270-EXIT.
            EXIT.

      * >>> DEVOLVE O LUGAR NA ROTA INFORMADA EM RO-CD-ROTA
       P290-SAI-DA-ROTA.
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      GO TO P290-EXIT
            END-READ
            IF RO-QT-ALUNOS > ZEROS
               SUBTRACT 1 FROM RO-QT-ALUNOS
            END-IF
            REWRITE REG-CFP001X3
            END-REWRITE
            IF WS-FS-ROT NOT = 00 THEN
               MOVE WS-FS-ROT                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X3'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P290-EXIT.
            EXIT.

      * >>> CANCELAR MANTEM O REGISTRO COM A ULTIMA COMPETENCIA COBRADA,
      * >>> ENTAO UM NOVO VINCULO NO MESMO MES NAO COBRA DUAS VEZES
       S300 SECTION.
       P300-CANCELAR.
            PERFORM P150-ALUNO THRU P150-EXIT
            IF WS-ACHOU = 'N'
               GO TO P300-EXIT
            END-IF
            PERFORM P160-VINCULO THRU P160-EXIT
            IF WS-ATIVO-ANTES = 'N'
               DISPLAY 'ALUNO SEM TRANSPORTE ATIVO!'
               GO TO P300-EXIT
            END-IF
            DISPLAY 'CONFIRMA CANCELAMENTO DO TRANSPORTE, (S)SIM'
                    ' (N)NAO'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P300-EXIT
            END-IF

            SET TRANSPORTE-CANCELADO TO TRUE
            MOVE WS-DATA-HOJE   TO TA-DT-CANCELAMENTO
            MOVE WS-SS-OPERADOR TO TA-OPERADOR
            REWRITE REG-CFP001X5
            END-REWRITE
            IF WS-FS-TRA NOT = 00 THEN
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001X5'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            MOVE WS-ROTA-ANTERIOR TO RO-CD-ROTA
            PERFORM P290-SAI-DA-ROTA THRU P290-EXIT
            ADD 1 TO WS-R-CANCELADOS
            DISPLAY 'TRANSPORTE CANCELADO!'.
       P300-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            DISPLAY 'DIGITE O CODIGO DA ROTA (3 DIGITOS): '
            ACCEPT WS-CD-ROTA
            IF WS-CD-ROTA IS NOT NUMERIC
               DISPLAY 'CODIGO INVALIDO!'
               GO TO P400-EXIT
            END-IF
            MOVE WS-CD-ROTA TO RO-CD-ROTA
            READ CFP001X3
                 KEY IS RO-CD-ROTA
                 INVALID KEY
                      DISPLAY 'ROTA NAO CADASTRADA!'
                      GO TO P400-EXIT
            END-READ
            DISPLAY 'ROTA ' RO-CD-ROTA ' ' RO-NOME ' TURNO ' RO-TURNO
                    ' OCUPACAO ' RO-QT-ALUNOS '/' RO-CAPACIDADE

            MOVE ZEROS      TO WS-R-LISTADOS
            MOVE 'N'        TO WS-FIM-LISTA
            MOVE WS-CD-ROTA TO TA-CD-ROTA
            MOVE ZEROS      TO TA-ORDEM-PARADA
            START CFP001X5 KEY IS NOT LESS TA-PARADA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'ALUNOS NA ROTA: ' WS-R-LISTADOS.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001X5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            IF TA-CD-ROTA NOT = WS-CD-ROTA
               MOVE 'S' TO WS-FIM-LISTA
               GO TO P410-EXIT
            END-IF
            IF NOT TRANSPORTE-ATIVO
               GO TO P410-EXIT
            END-IF
            MOVE TA-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
                      MOVE SPACES TO TU-ALUNO
            END-READ
            ADD 1 TO WS-R-LISTADOS
            DISPLAY '  PARADA ' TA-ORDEM-PARADA ' ALUNO ' TA-ID-ALUNO
                    ' ' NM-ALUNO ' TURMA ' TU-ALUNO.
       P410-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001X5
            CLOSE CFP001X3
            CLOSE CFP001X4
            CLOSE CFP001S1
            IF WS-SEM-TURMAS = 'N'
               CLOSE CFP001SD
            END-IF
            IF WS-SEM-RESPONSAVEL = 'N'
               CLOSE CFP001SL
               CLOSE CONTATOS
            END-IF
            IF WS-FS-TRA NOT = 00 THEN
               MOVE WS-FS-TRA                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001X5'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADTRANS'
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
            MOVE 'CADTRANS' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADTRANS FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' VINCULOS GRAVADOS..: ' WS-R-VINCULOS
            DISPLAY ' CANCELAMENTOS......: ' WS-R-CANCELADOS
            DISPLAY '--------------------------------------'
            MOVE 'CADTRANS' TO WS-LG-PROGRAMA
            MOVE 'VINCULOS TRANSP' TO WS-LG-CONTADOR
            MOVE WS-R-VINCULOS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADTRANS.
