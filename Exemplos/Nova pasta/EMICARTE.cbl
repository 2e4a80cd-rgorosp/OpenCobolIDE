      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: EMISSAO DA CARTEIRINHA DO ALUNO - ATRIBUI O NUMERO DO
      *          CARTAO (SEQUENCIA EM CARTESEQ.DAT, NOS MOLDES DO
      *          NOTIFSEQ DO ENFILNOT), REGISTRA O CARTAO NO CADASTRO
      *          DE CARTEIRINHAS (CARTEIRA.DAT) E GRAVA O ARQUIVO DE
      *          DADOS DA IMPRESSORA DE CARTOES
      *          CARTEIRA_AAAAMMDDHHMMSS.TXT (SEPARADO POR ';': NUMERO,
      *          VIA, ALUNO, NOME, TURMA, UNIDADE E A REFERENCIA DA
      *          FOTO FOTOS/<ALUNO>.JPG), REGISTRADO NO RELCATAL.
      *          MODOS:
      *            <1> CARTEIRINHAS NOVAS - ALUNOS ATIVOS (DE UMA TURMA
      *                OU TODOS) QUE AINDA NAO TEM CARTAO ATIVO;
      *            <2> SEGUNDA VIA - POR ALUNO, COM O MOTIVO (PERDA,
      *                DANO OU TROCA DE DADOS); O CARTAO ANTERIOR FICA
      *                SUBSTITUIDO (DEIXA DE VALER NA CATRACA) E O NOVO
      *                LEVA A VIA SEGUINTE.
      *          O CADASTRO GUARDA TODAS AS VIAS, COM DATA DE EMISSAO E
      *          DE BAIXA, PARA A CONSULTA DO HISTORICO DE REEMISSOES
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMICARTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEQUENCIA ASSIGN TO "C:/ARQUIVOS/CARTESEQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-SEQ.
           SELECT CFP001W4 ASSIGN TO "C:/ARQUIVOS/CARTEIRA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CE-NR-CARTAO
                  ALTERNATE RECORD KEY IS CE-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CAR.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001SK ASSIGN TO "C:/ARQUIVOS/UNIDADES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UN-CODIGO
                  FILE STATUS  IS WS-FS-UNI.
           SELECT ARQ-IMPRESSORA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-IMP.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SEQUENCIA.
       01  SEQ-REG               PIC 9(08).
       FD  CFP001W4.
           COPY REGCARTE.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001SK.
           COPY REGUNID.
       FD  ARQ-IMPRESSORA.
       01  IMP-LINHA             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SEQ          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-UNI          PIC 9(02) VALUE ZEROS.
           03 WS-FS-IMP          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-MODO            PIC X(01) VALUE SPACES.
              88 MODO-NOVAS      VALUE '1'.
              88 MODO-SEGUNDA-VIA VALUE '2'.
              88 MODO-VALIDO     VALUE '1' '2'.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-ID-PEDIDO       PIC 9(05) VALUE ZEROS.
           03 WS-MOTIVO          PIC X(01) VALUE SPACES.
              88 MOTIVO-VALIDO   VALUE 'P' 'D' 'T'.
           03 WS-FIM-ALU         PIC X(01) VALUE 'N'.
           03 WS-FIM-CAR         PIC X(01) VALUE 'N'.
           03 WS-FIM-PEDIDOS     PIC X(01) VALUE 'N'.
           03 WS-NR-CARTAO       PIC 9(08) VALUE ZEROS.
           03 WS-NR-ATIVO        PIC 9(08) VALUE ZEROS.
           03 WS-ULTIMA-VIA      PIC 9(02) VALUE ZEROS.
           03 WS-NOVA-VIA        PIC 9(02) VALUE ZEROS.
           03 WS-DESC-TURMA      PIC X(20) VALUE SPACES.
           03 WS-NOME-UNIDADE    PIC X(20) VALUE SPACES.
           03 WS-FOTO            PIC X(30) VALUE SPACES.
           03 WS-SEM-TUR         PIC X(01) VALUE 'N'.
           03 WS-SEM-UNI         PIC X(01) VALUE 'N'.

       01  WS-ARQ-SAIDA          PIC X(60) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.
       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       77  WS-HOJE               PIC 9(08) VALUE ZEROS.

       01  WS-CONTADORES.
           03 WS-R-NOVAS         PIC 9(05) VALUE ZEROS.
           03 WS-R-SEGUNDAS      PIC 9(05) VALUE ZEROS.
           03 WS-R-SUBSTITUIDOS  PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE TOTAIS DO DIA
       01  WS-LEDGER-AREA.
           03 WS-LG-PROGRAMA      PIC X(08) VALUE SPACES.
           03 WS-LG-CONTADOR      PIC X(15) VALUE SPACES.
           03 WS-LG-QUANTIDADE    PIC 9(05) VALUE ZEROS.
           03 WS-LG-MENSAGEM      PIC X(40) VALUE SPACES.

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
            DISPLAY 'PROGRAMA EMICARTE - INICIADO'
            DISPLAY 'EMISSAO DE CARTEIRINHAS:'
            DISPLAY ' <1> CARTEIRINHAS NOVAS (ALUNOS SEM CARTAO ATIVO)'
            DISPLAY ' <2> SEGUNDA VIA DE UM ALUNO'
            ACCEPT WS-MODO
            PERFORM UNTIL MODO-VALIDO
               DISPLAY 'MODO INVALIDO! DIGITE 1 OU 2: '
               ACCEPT WS-MODO
            END-PERFORM

            PERFORM P050-ABRIR THRU P050-EXIT
            IF MODO-NOVAS
               DISPLAY 'TURMA (BRANCO = TODAS): '
               ACCEPT WS-TURMA-PEDIDA
               PERFORM P100-NOVAS THRU P100-EXIT
                       UNTIL WS-FIM-ALU = 'S'
            ELSE
               PERFORM P200-SEGUNDA-VIA THRU P200-EXIT
                       UNTIL WS-FIM-PEDIDOS = 'S'
            END-IF
            PERFORM P700-FECHAR THRU P700-EXIT
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'EMICARTE' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE WS-CURRENT-DATE(1:8)  TO WS-HOJE
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/CARTEIRA_' WS-TIMESTAMP '.TXT'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN I-O CFP001W4
            IF WS-FS-CAR = 35 THEN
               OPEN OUTPUT CFP001W4
               CLOSE CFP001W4
               OPEN I-O CFP001W4
            END-IF
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W4' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE 'S' TO WS-SEM-TUR
            END-IF
            OPEN INPUT CFP001SK
            IF WS-FS-UNI NOT = 00
               MOVE 'S' TO WS-SEM-UNI
            END-IF

            OPEN OUTPUT ARQ-IMPRESSORA
            IF WS-FS-IMP NOT = 00
               MOVE WS-FS-IMP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQ-IMPRESSORA'   TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE SPACES TO IMP-LINHA
            STRING 'NR_CARTAO;VIA;ID_ALUNO;NOME;TURMA;DESC_TURMA;'
                   'UNIDADE;NOME_UNIDADE;FOTO;DT_EMISSAO'
                   DELIMITED BY SIZE INTO IMP-LINHA
            WRITE IMP-LINHA.
       P050-EXIT.
            EXIT.

      * >>> CARTEIRINHAS NOVAS: ALUNO ATIVO SEM CARTAO ATIVO
       S100 SECTION.
       P100-NOVAS.
            READ CFP001S1 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-ALU
                      GO TO P100-EXIT
            END-READ
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               GO TO P100-EXIT
            END-IF
            IF WS-TURMA-PEDIDA NOT = SPACES
               AND TU-ALUNO NOT = WS-TURMA-PEDIDA
               GO TO P100-EXIT
            END-IF

            PERFORM P250-CARTOES-DO-ALUNO THRU P250-EXIT
            IF WS-NR-ATIVO NOT = ZEROS
               GO TO P100-EXIT
            END-IF
            MOVE 'N' TO WS-MOTIVO
            PERFORM P300-EMITE THRU P300-EXIT
            ADD 1 TO WS-R-NOVAS.
       P100-EXIT.
            EXIT.

      * >>> SEGUNDA VIA: ALUNO A ALUNO, ATE CODIGO ZERO
       S200 SECTION.
       P200-SEGUNDA-VIA.
            DISPLAY 'CODIGO DO ALUNO (ZERO ENCERRA): '
            MOVE ZEROS TO WS-ID-PEDIDO
            ACCEPT WS-ID-PEDIDO
            IF WS-ID-PEDIDO = ZEROS
               MOVE 'S' TO WS-FIM-PEDIDOS
               GO TO P200-EXIT
            END-IF

            MOVE WS-ID-PEDIDO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO NAO CADASTRADO!'
                      GO TO P200-EXIT
            END-READ
            IF NOT ALUNO-ATIVO
               DISPLAY 'ALUNO NAO ESTA ATIVO - CARTAO NAO EMITIDO'
               GO TO P200-EXIT
            END-IF
            DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TU-ALUNO

            DISPLAY 'MOTIVO: <P> PERDA  <D> DANO  <T> TROCA DE DADOS'
            ACCEPT WS-MOTIVO
            PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO! DIGITE P, D OU T: '
               ACCEPT WS-MOTIVO
            END-PERFORM

            PERFORM P250-CARTOES-DO-ALUNO THRU P250-EXIT
            IF WS-NR-ATIVO = ZEROS
               DISPLAY 'ALUNO SEM CARTAO ATIVO - EMITINDO A PRIMEIRA'
                       ' VIA'
               MOVE 'N' TO WS-MOTIVO
            ELSE
               PERFORM P260-SUBSTITUI THRU P260-EXIT
            END-IF
            PERFORM P300-EMITE THRU P300-EXIT
            IF WS-MOTIVO = 'N'
               ADD 1 TO WS-R-NOVAS
            ELSE
               ADD 1 TO WS-R-SEGUNDAS
            END-IF
            DISPLAY 'CARTAO ' WS-NR-CARTAO ' VIA ' WS-NOVA-VIA
                    ' EMITIDO'.
       P200-EXIT.
            EXIT.

      * >>> PERCORRE OS CARTOES DO ALUNO (CHAVE ALTERNATIVA): ULTIMA
      * >>> VIA EMITIDA E O CARTAO ATIVO, SE HOUVER
       P250-CARTOES-DO-ALUNO.
            MOVE ZEROS    TO WS-NR-ATIVO WS-ULTIMA-VIA
            MOVE 'N'      TO WS-FIM-CAR
            MOVE ID-ALUNO TO CE-ID-ALUNO
            START CFP001W4 KEY IS = CE-ID-ALUNO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CAR
            END-START
            PERFORM P255-LER-CARTAO THRU P255-EXIT
                    UNTIL WS-FIM-CAR = 'S'.
       P250-EXIT.
            EXIT.

       P255-LER-CARTAO.
            READ CFP001W4 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CAR
                      GO TO P255-EXIT
            END-READ
            IF CE-ID-ALUNO NOT = ID-ALUNO
               MOVE 'S' TO WS-FIM-CAR
               GO TO P255-EXIT
            END-IF
            IF CE-VIA > WS-ULTIMA-VIA
               MOVE CE-VIA TO WS-ULTIMA-VIA
            END-IF
            IF CARTAO-ATIVO
               MOVE CE-NR-CARTAO TO WS-NR-ATIVO
            END-IF.
       P255-EXIT.
            EXIT.

      * >>> O CARTAO ATIVO PASSA A SUBSTITUIDO, COM A DATA DE BAIXA
       P260-SUBSTITUI.
            MOVE WS-NR-ATIVO TO CE-NR-CARTAO
            READ CFP001W4
                 KEY IS CE-NR-CARTAO
                 INVALID KEY
                      GO TO P260-EXIT
            END-READ
            SET CARTAO-SUBSTITUIDO TO TRUE
            MOVE WS-HOJE TO CE-DT-BAIXA
            REWRITE REG-CFP001W4
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO REGRAVACAO DO CFP001W4'       TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            ADD 1 TO WS-R-SUBSTITUIDOS.
       P260-EXIT.
            EXIT.

      * >>> NOVO CARTAO: NUMERO, REGISTRO NO CADASTRO E LINHA DA
      * >>> IMPRESSORA DE CARTOES
       S300 SECTION.
       P300-EMITE.
            PERFORM P310-NUMERAR THRU P310-EXIT
            COMPUTE WS-NOVA-VIA = WS-ULTIMA-VIA + 1

            MOVE SPACES TO WS-FOTO
            STRING 'FOTOS/' ID-ALUNO '.JPG'
                   DELIMITED BY SIZE INTO WS-FOTO

            MOVE WS-NR-CARTAO  TO CE-NR-CARTAO
            MOVE ID-ALUNO      TO CE-ID-ALUNO
            MOVE WS-NOVA-VIA   TO CE-VIA
            MOVE WS-HOJE       TO CE-DT-EMISSAO
            SET CARTAO-ATIVO   TO TRUE
            MOVE WS-MOTIVO     TO CE-MOTIVO
            MOVE TU-ALUNO      TO CE-TURMA
            MOVE UN-ALUNO      TO CE-UNIDADE
            MOVE WS-FOTO       TO CE-FOTO
            MOVE ZEROS         TO CE-DT-BAIXA
            WRITE REG-CFP001W4
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001W4' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE SPACES TO WS-DESC-TURMA WS-NOME-UNIDADE
            IF WS-SEM-TUR = 'N'
               MOVE TU-ALUNO TO TM-CODIGO
               READ CFP001SD
                    KEY IS TM-CODIGO
                    NOT INVALID KEY
                         MOVE TM-DESCRICAO TO WS-DESC-TURMA
               END-READ
            END-IF
            IF WS-SEM-UNI = 'N'
               MOVE UN-ALUNO TO UN-CODIGO
               READ CFP001SK
                    KEY IS UN-CODIGO
                    NOT INVALID KEY
                         MOVE UN-NOME TO WS-NOME-UNIDADE
               END-READ
            END-IF

            MOVE SPACES TO IMP-LINHA
            STRING WS-NR-CARTAO ';' WS-NOVA-VIA ';' ID-ALUNO ';'
                   DELIMITED BY SIZE
                   NM-ALUNO DELIMITED BY '  '
                   ';' TU-ALUNO ';' DELIMITED BY SIZE
                   WS-DESC-TURMA DELIMITED BY '  '
                   ';' UN-ALUNO ';' DELIMITED BY SIZE
                   WS-NOME-UNIDADE DELIMITED BY '  '
                   ';' DELIMITED BY SIZE
                   WS-FOTO DELIMITED BY SPACE
                   ';' WS-HOJE DELIMITED BY SIZE
                   INTO IMP-LINHA
            WRITE IMP-LINHA
            ADD 1 TO WS-R-LINHAS.
       P300-EXIT.
            EXIT.

      * >>> TIRA O PROXIMO NUMERO DE CARTAO E JA DEIXA O
      * >>> ARQUIVO-CONTROLE ATUALIZADO
       P310-NUMERAR.
            MOVE ZEROS TO WS-NR-CARTAO
            OPEN INPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ = 00
               READ ARQ-SEQUENCIA
                    AT END
                         CONTINUE
                    NOT AT END
                         IF SEQ-REG IS NUMERIC
                            MOVE SEQ-REG TO WS-NR-CARTAO
                         END-IF
               END-READ
               CLOSE ARQ-SEQUENCIA
            END-IF
            ADD 1 TO WS-NR-CARTAO
            OPEN OUTPUT ARQ-SEQUENCIA
            IF WS-FS-SEQ NOT = 00
               MOVE WS-FS-SEQ                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CARTESEQ.DAT'     TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            MOVE WS-NR-CARTAO TO SEQ-REG
            WRITE SEQ-REG
            CLOSE ARQ-SEQUENCIA.
       P310-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001W4
            IF WS-FS-CAR NOT = 00
               MOVE WS-FS-CAR                        TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W4'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-SEM-TUR = 'N'
               CLOSE CFP001SD
            END-IF
            IF WS-SEM-UNI = 'N'
               CLOSE CFP001SK
            END-IF
            CLOSE ARQ-IMPRESSORA

            MOVE 'EMICARTE'        TO WS-CAT-RELATORIO
            MOVE WS-R-LINHAS       TO WS-CAT-QTD-LINHAS
            MOVE WS-ARQ-SAIDA      TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA EMICARTE'
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
            MOVE 'EMICARTE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA EMICARTE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' CARTEIRINHAS NOVAS.........: ' WS-R-NOVAS
            DISPLAY ' SEGUNDAS VIAS..............: ' WS-R-SEGUNDAS
            DISPLAY ' CARTOES SUBSTITUIDOS.......: ' WS-R-SUBSTITUIDOS
            DISPLAY ' ARQUIVO DA IMPRESSORA......: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            MOVE 'EMICARTE'        TO WS-LG-PROGRAMA
            MOVE 'CARTOES EMITID ' TO WS-LG-CONTADOR
            COMPUTE WS-LG-QUANTIDADE = WS-R-NOVAS + WS-R-SEGUNDAS
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM EMICARTE.
