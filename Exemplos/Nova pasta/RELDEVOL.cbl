      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: NOTIFICACOES DEVOLVIDAS - LISTA, POR DESTINATARIO, AS
      *          NOTIFICACOES DO NOTIFICA.DAT (CFP001W1) QUE O GATEWAY
      *          DEVOLVEU (B) OU RECUSOU POR ENDERECO INVALIDO (I) COM
      *          RETORNO A PARTIR DA DATA INFORMADA (ZEROS = TODAS), COM
      *          O ENDERECO USADO, O CODIGO E O MOTIVO DO GATEWAY E SE
      *          O ENDERECO AINDA E O DO CADASTRO - ROTEIRO PARA A
      *          SECRETARIA LIMPAR OS CONTATOS (CADCANAL) E OS EMAILS E
      *          TELEFONES DOS ALUNOS (ATUALUNO).
      *          SAIDA COM TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEVOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W1 ASSIGN TO "C:/ARQUIVOS/NOTIFICA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NF-NR-NOTIF
                  ALTERNATE RECORD KEY IS NF-DESTINO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT.
           SELECT CFP001V9 ASSIGN TO "C:/ARQUIVOS/CANAIS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CN-ID-CONTATO
                  FILE STATUS  IS WS-FS-CAN.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-CONTATO
                  FILE STATUS  IS WS-FS-CON.
           SELECT WORK-DEVOL ASSIGN TO "C:/ARQUIVOS/DEVLWORK.TMP".
           SELECT REL-DEVOL ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W1.
           COPY REGNOTIF.
       FD  CFP001V9.
           COPY REGCANAL.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CONTATOS.
           COPY REGCONTT.
       SD  WORK-DEVOL.
       01  WRK-DEVOL.
           03 WRK-TP-DESTINO     PIC X(01).
           03 WRK-ID-DESTINO     PIC 9(05).
           03 WRK-NR-NOTIF       PIC 9(08).
           03 WRK-DT-RETORNO     PIC 9(08).
           03 WRK-CANAL          PIC X(01).
           03 WRK-ENDERECO       PIC X(40).
           03 WRK-MODELO         PIC X(08).
           03 WRK-SITUACAO       PIC X(01).
           03 WRK-CD-RETORNO     PIC X(03).
           03 WRK-MOTIVO         PIC X(30).
       FD  REL-DEVOL.
       01  REL-LINHA             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-CANAIS      PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-DT-INICIAL      PIC 9(08) VALUE ZEROS.
           03 WS-FIM-NOT         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-DESTINO-ANT     PIC X(06) VALUE SPACES.
           03 WS-DESTINO-ATU     PIC X(06) VALUE SPACES.
           03 WS-NM-DESTINO      PIC X(30) VALUE SPACES.
           03 WS-END-ATUAL       PIC X(40) VALUE SPACES.
           03 WS-DS-SITUACAO     PIC X(11) VALUE SPACES.
           03 WS-DS-CADASTRO     PIC X(16) VALUE SPACES.
           03 WS-R-DEVOLVIDAS    PIC 9(05) VALUE ZEROS.
           03 WS-R-INVALIDOS     PIC 9(05) VALUE ZEROS.
           03 WS-R-DESTINOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-PENDENTES     PIC 9(05) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.
           03 WS-T-PENDENTE      PIC X(01) VALUE 'N'.

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
            DISPLAY 'PROGRAMA RELDEVOL - INICIADO'
            DISPLAY 'RETORNOS A PARTIR DE (AAAAMMDD, ZEROS = TODOS): '
            ACCEPT WS-DT-INICIAL
            PERFORM UNTIL WS-DT-INICIAL IS NUMERIC
               DISPLAY 'DATA INVALIDA! DIGITE AAAAMMDD: '
               ACCEPT WS-DT-INICIAL
            END-PERFORM

            PERFORM P050-ABRIR
            SORT WORK-DEVOL
                 ON ASCENDING KEY WRK-TP-DESTINO
                 ON ASCENDING KEY WRK-ID-DESTINO
                 ON ASCENDING KEY WRK-NR-NOTIF
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S200
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELDEVOL' TO WS-LY-PROGRAMA
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
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/DEVOLNOT_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001W1
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM CANAIS CADASTRADOS O CONTATO APARECE SEM ENDERECO ATUAL
            OPEN INPUT CFP001V9
            IF WS-FS-CAN NOT = 00
               MOVE 'S' TO WS-SEM-CANAIS
            END-IF

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-DEVOL
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-DEVOL'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-DT-INICIAL = ZEROS
               STRING 'NOTIFICACOES DEVOLVIDAS PELO GATEWAY - TODOS OS'
                      ' RETORNOS - EMITIDO EM ' WS-TIMESTAMP(1:8)
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'NOTIFICACOES DEVOLVIDAS PELO GATEWAY - RETORNOS'
                      ' DESDE ' WS-DT-INICIAL ' - EMITIDO EM '
                      WS-TIMESTAMP(1:8)
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: DEVOLVIDAS E ENDERECOS INVALIDOS DO PERIODO
       S100 SECTION.
       P100-ENTRADA.
            MOVE 'N' TO WS-FIM-NOT
            PERFORM P110-UMA-NOTIF THRU P110-EXIT
                    UNTIL WS-FIM-NOT = 'S'
            GO TO P199-FIM-ENTRADA.

       P110-UMA-NOTIF.
            READ CFP001W1
            IF WS-FS-NOT NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001W1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-NOT NOT = 00
               MOVE 'S' TO WS-FIM-NOT
               GO TO P110-EXIT
            END-IF
            IF NOT NOTIF-COM-FALHA
               GO TO P110-EXIT
            END-IF
            IF NF-DT-RETORNO < WS-DT-INICIAL
               GO TO P110-EXIT
            END-IF
            MOVE NF-TP-DESTINO TO WRK-TP-DESTINO
            MOVE NF-ID-DESTINO TO WRK-ID-DESTINO
            MOVE NF-NR-NOTIF   TO WRK-NR-NOTIF
            MOVE NF-DT-RETORNO TO WRK-DT-RETORNO
            MOVE NF-CANAL      TO WRK-CANAL
            MOVE NF-ENDERECO   TO WRK-ENDERECO
            MOVE NF-MODELO     TO WRK-MODELO
            MOVE NF-SITUACAO   TO WRK-SITUACAO
            MOVE NF-CD-RETORNO TO WRK-CD-RETORNO
            MOVE NF-MOTIVO     TO WRK-MOTIVO
            RELEASE WRK-DEVOL.
       P110-EXIT.
            EXIT.

       P199-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: QUEBRA POR DESTINATARIO COM O NOME E O
      * >>> RODAPE DIZENDO ONDE CORRIGIR O ENDERECO
       S200 SECTION.
       P200-SAIDA.
            MOVE HIGH-VALUES TO WS-DESTINO-ANT
            MOVE 'N'         TO WS-FIM-SORT
            PERFORM P210-UM-RETORNO THRU P210-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-DESTINO-ANT NOT = HIGH-VALUES
               PERFORM P260-RODAPE-DESTINO THRU P260-EXIT
            ELSE
               MOVE 'NENHUMA NOTIFICACAO DEVOLVIDA NO PERIODO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            GO TO P299-FIM-SAIDA.

       P210-UM-RETORNO.
            RETURN WORK-DEVOL
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P210-EXIT
            END-RETURN
            MOVE WRK-TP-DESTINO TO WS-DESTINO-ATU(1:1)
            MOVE WRK-ID-DESTINO TO WS-DESTINO-ATU(2:5)
            IF WS-DESTINO-ATU NOT = WS-DESTINO-ANT
               IF WS-DESTINO-ANT NOT = HIGH-VALUES
                  PERFORM P260-RODAPE-DESTINO THRU P260-EXIT
               END-IF
               PERFORM P250-CABEC-DESTINO THRU P250-EXIT
            END-IF

            IF WRK-SITUACAO = 'I'
               MOVE 'END.INVALID' TO WS-DS-SITUACAO
               ADD 1 TO WS-R-INVALIDOS
            ELSE
               MOVE 'DEVOLVIDA  ' TO WS-DS-SITUACAO
               ADD 1 TO WS-R-DEVOLVIDAS
            END-IF

      * >>> O ENDERECO QUE FALHOU AINDA E O DO CADASTRO? ENTAO FALTA
      * >>> CORRIGIR; SENAO ALGUEM JA ACERTOU DEPOIS DO ENVIO
            PERFORM P270-ENDERECO-ATUAL THRU P270-EXIT
            IF WS-END-ATUAL NOT = SPACES
               AND WS-END-ATUAL = WRK-ENDERECO
               MOVE 'AINDA NO CADAST.' TO WS-DS-CADASTRO
               MOVE 'S' TO WS-T-PENDENTE
            ELSE
               MOVE 'JA CORRIGIDO    ' TO WS-DS-CADASTRO
            END-IF

            MOVE SPACES TO REL-LINHA
            STRING '   ' WRK-NR-NOTIF ' ' WRK-DT-RETORNO ' '
                   WRK-CANAL ' ' WRK-ENDERECO ' ' WRK-MODELO ' '
                   WS-DS-SITUACAO ' ' WRK-CD-RETORNO ' '
                   WS-DS-CADASTRO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WRK-MOTIVO NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '            MOTIVO: ' WRK-MOTIVO
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P210-EXIT.
            EXIT.

      * >>> NOME DO DESTINATARIO NA QUEBRA
       P250-CABEC-DESTINO.
            MOVE WS-DESTINO-ATU TO WS-DESTINO-ANT
            MOVE 'N'            TO WS-T-PENDENTE
            ADD 1 TO WS-R-DESTINOS
            MOVE SPACES TO WS-NM-DESTINO
            IF WRK-TP-DESTINO = 'C'
               MOVE WRK-ID-DESTINO TO ID-CONTATO
               READ CONTATOS
                    KEY IS ID-CONTATO
                    INVALID KEY
                         MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
               END-READ
               MOVE NM-CONTATO TO WS-NM-DESTINO
            ELSE
               MOVE WRK-ID-DESTINO TO ID-ALUNO
               READ CFP001S1
                    KEY IS ID-ALUNO
                    INVALID KEY
                         MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
               END-READ
               MOVE NM-ALUNO TO WS-NM-DESTINO
            END-IF
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF WRK-TP-DESTINO = 'C'
               STRING 'CONTATO ' WRK-ID-DESTINO ' ' WS-NM-DESTINO
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'ALUNO   ' WRK-ID-DESTINO ' ' WS-NM-DESTINO
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE '   NR-NOTIF RETORNO  C ENDERECO' TO REL-LINHA
            MOVE 'MODELO   SITUACAO    COD CADASTRO'
                 TO REL-LINHA(64:33)
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P250-EXIT.
            EXIT.

      * >>> ENDERECO HOJE CADASTRADO PARA O CANAL DA NOTIFICACAO
      * >>> (CONTATO NO CANAIS.DAT, ALUNO NO PROPRIO CADASTRO)
       P270-ENDERECO-ATUAL.
            MOVE SPACES TO WS-END-ATUAL
            IF WRK-TP-DESTINO = 'C'
               IF WS-SEM-CANAIS = 'S'
                  GO TO P270-EXIT
               END-IF
               MOVE WRK-ID-DESTINO TO CN-ID-CONTATO
               READ CFP001V9
                    KEY IS CN-ID-CONTATO
                    INVALID KEY
                         GO TO P270-EXIT
               END-READ
               IF WRK-CANAL = 'E'
                  MOVE CN-EMAIL   TO WS-END-ATUAL
               ELSE
                  MOVE CN-CELULAR TO WS-END-ATUAL
               END-IF
            ELSE
               MOVE WRK-ID-DESTINO TO ID-ALUNO
               READ CFP001S1
                    KEY IS ID-ALUNO
                    INVALID KEY
                         GO TO P270-EXIT
               END-READ
               IF WRK-CANAL = 'E'
                  MOVE EM-ALUNO TO WS-END-ATUAL
               ELSE
                  MOVE TL-ALUNO TO WS-END-ATUAL
               END-IF
            END-IF.
       P270-EXIT.
            EXIT.

       P260-RODAPE-DESTINO.
            IF WS-T-PENDENTE = 'N'
               MOVE '   ENDERECOS JA CORRIGIDOS NO CADASTRO'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
               GO TO P260-EXIT
            END-IF
            ADD 1 TO WS-R-PENDENTES
            IF WS-DESTINO-ANT(1:1) = 'C'
               MOVE '   >>> CORRIGIR O EMAIL/CELULAR NO CADCANAL'
                    TO REL-LINHA
            ELSE
               MOVE '   >>> CORRIGIR O EMAIL/TELEFONE NO ATUALUNO'
                    TO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P260-EXIT.
            EXIT.

       P299-FIM-SAIDA.
            EXIT.

       S450 SECTION.
       P450-ESCREVER.
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            ADD 1 TO WS-R-LINHAS.
       P450-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TOTAL: ' WS-R-DEVOLVIDAS ' DEVOLVIDA(S), '
                   WS-R-INVALIDOS ' ENDERECO(S) INVALIDO(S) EM '
                   WS-R-DESTINOS ' DESTINATARIO(S) - '
                   WS-R-PENDENTES ' A CORRIGIR'
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            CLOSE CFP001W1
            IF WS-SEM-CANAIS = 'N'
               CLOSE CFP001V9
            END-IF
            CLOSE CFP001S1
            CLOSE CONTATOS
            CLOSE REL-DEVOL
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-DEVOL'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELDEVOL'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELDEVOL'
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
            MOVE 'RELDEVOL' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELDEVOL FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' DEVOLVIDAS.............: ' WS-R-DEVOLVIDAS
            DISPLAY ' ENDERECOS INVALIDOS....: ' WS-R-INVALIDOS
            DISPLAY ' DESTINATARIOS..........: ' WS-R-DESTINOS
            DISPLAY ' A CORRIGIR NO CADASTRO.: ' WS-R-PENDENTES
            DISPLAY ' RELATORIO GERADO EM....: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELDEVOL.
