      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: FICHA DE EMERGENCIA POR TURMA - PARA OS PROFESSORES E
      *          A PORTARIA. PARA A TURMA INFORMADA (OU, COM A TURMA EM
      *          BRANCO, PARA TODAS AS TURMAS DO TURNO M/T/N), IMPRIME
      *          CADA ALUNO ATIVO EM ORDEM DE NOME COM OS DADOS DA
      *          FICHA DE SAUDE (SAUDE.DAT, MANTIDO PELO CADSAUDE) E O
      *          CONTATO DE EMERGENCIA (O DA FICHA OU, NA FALTA, O
      *          PRIMEIRO RESPONSAVEL DO RESPALUN.DAT), DESTACANDO EM
      *          LINHA PROPRIA O ALUNO COM ALERGIA OU RESTRICAO GRAVE.
      *          SAIDA REGISTRADA NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMERG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001SD ASSIGN TO "C:/ARQUIVOS/TURMAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TM-CODIGO
                  FILE STATUS  IS WS-FS-TUR.
           SELECT CFP001V6 ASSIGN TO "C:/ARQUIVOS/SAUDE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SD-ID-ALUNO
                  FILE STATUS  IS WS-FS-SAU.
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
           SELECT WORK-EMERG ASSIGN TO "C:/ARQUIVOS/EMERWORK.TMP".
           SELECT REL-EMERG ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001SD.
           COPY REGTURMA.
       FD  CFP001V6.
           COPY REGSAUDE.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CONTATOS.
           COPY REGCONTT.
       SD  WORK-EMERG.
       01  WRK-EMERG.
           03 WRK-TURMA          PIC X(05).
           03 WRK-NOME           PIC X(20).
           03 WRK-ID             PIC 9(05).
       FD  REL-EMERG.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SAU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-SEM-SAUDE       PIC X(01) VALUE 'N'.
           03 WS-SEM-RESPALUN    PIC X(01) VALUE 'N'.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-TURNO-PEDIDO    PIC X(01) VALUE SPACES.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-FIM-ALU         PIC X(01) VALUE 'N'.
           03 WS-FIM-SORT        PIC X(01) VALUE 'N'.
           03 WS-TEM-FICHA       PIC X(01) VALUE 'N'.
           03 WS-TIPO-RESP       PIC X(02) VALUE SPACES.
           03 WS-TEL-RESP        PIC X(09) VALUE SPACES.
           03 WS-R-ALUNOS        PIC 9(05) VALUE ZEROS.
           03 WS-R-TURMAS        PIC 9(03) VALUE ZEROS.
           03 WS-R-ALERTAS       PIC 9(05) VALUE ZEROS.
           03 WS-R-SEM-FICHA     PIC 9(05) VALUE ZEROS.
           03 WS-T-ALUNOS        PIC 9(03) VALUE ZEROS.
           03 WS-T-ALERTAS       PIC 9(03) VALUE ZEROS.
           03 WS-R-LINHAS        PIC 9(05) VALUE ZEROS.

       01  WS-ARQ-SAIDA          PIC X(50) VALUE SPACES.
       77  WS-DATA-GERACAO       PIC X(21) VALUE SPACES.
       77  WS-TIMESTAMP          PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

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

       PROCEDURE DIVISION USING LK-AREA.
       S000 SECTION.
       P000-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            DISPLAY LK-AREA
            DISPLAY 'DIGITE O CODIGO DA TURMA (BRANCOS = TODAS AS'
                    ' TURMAS DE UM TURNO): '
            MOVE SPACES TO WS-TURMA-PEDIDA
            ACCEPT WS-TURMA-PEDIDA
            IF WS-TURMA-PEDIDA = SPACES
               DISPLAY 'TURNO (M)MANHA (T)TARDE (N)NOITE: '
               ACCEPT WS-TURNO-PEDIDO
               PERFORM UNTIL WS-TURNO-PEDIDO = 'M' OR 'T' OR 'N'
                  DISPLAY 'TURNO INVALIDO! DIGITE M, T OU N: '
                  ACCEPT WS-TURNO-PEDIDO
               END-PERFORM
            END-IF
            PERFORM P050-ABRIR
            SORT WORK-EMERG
                 ON ASCENDING KEY WRK-TURMA
                 ON ASCENDING KEY WRK-NOME
                 INPUT PROCEDURE IS S100
                 OUTPUT PROCEDURE IS S200
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELEMERG' TO WS-LY-PROGRAMA
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
            STRING 'C:/ARQUIVOS/EMERGENC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SD
            IF WS-FS-TUR NOT = 00
               MOVE WS-FS-TUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SD' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> SEM FICHAS DE SAUDE OU SEM VINCULOS A FICHA SAI ASSIM MESMO,
      * >>> COM OS ALUNOS MARCADOS COMO FICHA NAO PREENCHIDA
            OPEN INPUT CFP001V6
            IF WS-FS-SAU NOT = 00
               MOVE 'S' TO WS-SEM-SAUDE
            END-IF

            OPEN INPUT CFP001SL
            IF WS-FS-RSP NOT = 00
               MOVE 'S' TO WS-SEM-RESPALUN
            END-IF

            OPEN INPUT CONTATOS
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN OUTPUT REL-EMERG
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                     TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-EMERG'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE SPACES TO REL-LINHA
            IF WS-TURMA-PEDIDA = SPACES
               STRING 'FICHA DE EMERGENCIA - TURNO ' WS-TURNO-PEDIDO
                      ' - USO RESTRITO (LGPD)'
                      DELIMITED BY SIZE INTO REL-LINHA
            ELSE
               STRING 'FICHA DE EMERGENCIA - TURMA ' WS-TURMA-PEDIDA
                      ' - USO RESTRITO (LGPD)'
                      DELIMITED BY SIZE INTO REL-LINHA
            END-IF
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '=' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P050-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: ALUNOS ATIVOS DA TURMA PEDIDA OU DAS
      * >>> TURMAS DO TURNO PEDIDO (TURNO CONFERIDO NO MESTRE DE TURMAS)
       S100 SECTION.
       P100-ENTRADA.
            MOVE 'N' TO WS-FIM-ALU
            PERFORM P110-UM-ALUNO THRU P110-EXIT
                    UNTIL WS-FIM-ALU = 'S'
            GO TO P199-FIM-ENTRADA.

       P110-UM-ALUNO.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO CFP001S1'  TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            IF WS-FS-ALU NOT = 00
               MOVE 'S' TO WS-FIM-ALU
               GO TO P110-EXIT
            END-IF
            IF NOT ALUNO-ATIVO
               GO TO P110-EXIT
            END-IF
            IF WS-TURMA-PEDIDA NOT = SPACES
               IF TU-ALUNO NOT = WS-TURMA-PEDIDA
                  GO TO P110-EXIT
               END-IF
            ELSE
               MOVE TU-ALUNO TO TM-CODIGO
               READ CFP001SD
                    KEY IS TM-CODIGO
                    INVALID KEY
                         GO TO P110-EXIT
               END-READ
               IF TM-TURNO NOT = WS-TURNO-PEDIDO
                  GO TO P110-EXIT
               END-IF
            END-IF
            MOVE TU-ALUNO TO WRK-TURMA
            MOVE NM-ALUNO TO WRK-NOME
            MOVE ID-ALUNO TO WRK-ID
            RELEASE WRK-EMERG.
       P110-EXIT.
            EXIT.

       P199-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: QUEBRA POR TURMA, UM BLOCO POR ALUNO
       S200 SECTION.
       P200-SAIDA.
            MOVE HIGH-VALUES TO WS-TURMA-ANT
            MOVE 'N'         TO WS-FIM-SORT
            PERFORM P210-UM-RETORNO THRU P210-EXIT
                    UNTIL WS-FIM-SORT = 'S'
            IF WS-TURMA-ANT NOT = HIGH-VALUES
               PERFORM P260-RODAPE-TURMA THRU P260-EXIT
            ELSE
               MOVE 'NENHUM ALUNO ATIVO PARA A SELECAO INFORMADA'
                    TO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            GO TO P299-FIM-SAIDA.

       P210-UM-RETORNO.
            RETURN WORK-EMERG
                   AT END
                        MOVE 'S' TO WS-FIM-SORT
                        GO TO P210-EXIT
            END-RETURN
            IF WRK-TURMA NOT = WS-TURMA-ANT
               IF WS-TURMA-ANT NOT = HIGH-VALUES
                  PERFORM P260-RODAPE-TURMA THRU P260-EXIT
               END-IF
               PERFORM P250-CABEC-TURMA THRU P250-EXIT
            END-IF
            ADD 1 TO WS-R-ALUNOS WS-T-ALUNOS
            MOVE SPACES TO REL-LINHA
            STRING ' ALUNO ' WRK-ID ' ' WRK-NOME
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT

            MOVE 'N' TO WS-TEM-FICHA
            IF WS-SEM-SAUDE = 'N'
               MOVE WRK-ID TO SD-ID-ALUNO
               READ CFP001V6
                    KEY IS SD-ID-ALUNO
                    INVALID KEY
                         MOVE 'N' TO WS-TEM-FICHA
                    NOT INVALID KEY
                         MOVE 'S' TO WS-TEM-FICHA
               END-READ
            END-IF
            IF WS-TEM-FICHA = 'N'
               INITIALIZE REG-CFP001V6
               ADD 1 TO WS-R-SEM-FICHA
               MOVE '   FICHA DE SAUDE NAO PREENCHIDA - CONSULTAR A'
                    TO REL-LINHA(1:46)
               MOVE ' SECRETARIA' TO REL-LINHA(47:11)
               PERFORM P450-ESCREVER THRU P450-EXIT
            ELSE
               PERFORM P220-DADOS-SAUDE THRU P220-EXIT
            END-IF
            PERFORM P230-CONTATO THRU P230-EXIT.
       P210-EXIT.
            EXIT.

       P220-DADOS-SAUDE.
            IF ALERGIA-GRAVE OR RESTRICAO-GRAVE
               ADD 1 TO WS-R-ALERTAS WS-T-ALERTAS
               MOVE SPACES TO REL-LINHA
               IF ALERGIA-GRAVE AND RESTRICAO-GRAVE
                  STRING '   *** ALERTA: ALERGIA GRAVE E RESTRICAO'
                         ' GRAVE ***'
                         DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                  IF ALERGIA-GRAVE
                     STRING '   *** ALERTA: ALERGIA GRAVE ***'
                            DELIMITED BY SIZE INTO REL-LINHA
                  ELSE
                     STRING '   *** ALERTA: RESTRICAO GRAVE ***'
                            DELIMITED BY SIZE INTO REL-LINHA
                  END-IF
               END-IF
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '   SANGUE ' SD-TP-SANGUE
                   ' PLANO ' SD-PL-OPERADORA ' ' SD-PL-CARTEIRA
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            IF SD-ALERGIAS NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '   ALERGIAS....: ' SD-ALERGIAS
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF SD-MEDICAMENTOS NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '   MEDICAMENTOS: ' SD-MEDICAMENTOS
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF
            IF SD-RESTRICOES NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '   RESTRICOES..: ' SD-RESTRICOES
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P450-ESCREVER THRU P450-EXIT
            END-IF.
       P220-EXIT.
            EXIT.

      * >>> CONTATO DE EMERGENCIA: O DA FICHA; SEM ELE, O PRIMEIRO
      * >>> RESPONSAVEL VINCULADO AO ALUNO (SEM TELEFONE NO CADASTRO)
       P230-CONTATO.
            MOVE SPACES TO WS-TIPO-RESP
            MOVE SPACES TO WS-TEL-RESP
            IF SD-ID-CONTATO NOT = ZEROS
               MOVE SD-ID-CONTATO    TO ID-CONTATO
               MOVE SD-TL-EMERGENCIA TO WS-TEL-RESP
               IF WS-SEM-RESPALUN = 'N'
                  MOVE SD-ID-CONTATO TO RL-ID-CONTATO
                  MOVE WRK-ID        TO RL-ID-ALUNO
                  READ CFP001SL
                       KEY IS RL-CHAVE
                       INVALID KEY
                            MOVE SPACES TO RL-TIPO
                  END-READ
                  MOVE RL-TIPO TO WS-TIPO-RESP
               END-IF
            ELSE
               IF WS-SEM-RESPALUN = 'S'
                  GO TO P230-SEM-CONTATO
               END-IF
               MOVE WRK-ID TO RL-ID-ALUNO
               START CFP001SL KEY IS EQUAL RL-ID-ALUNO
                     INVALID KEY
                          GO TO P230-SEM-CONTATO
               END-START
               READ CFP001SL NEXT RECORD
                    AT END
                         GO TO P230-SEM-CONTATO
               END-READ
               IF RL-ID-ALUNO NOT = WRK-ID
                  GO TO P230-SEM-CONTATO
               END-IF
               MOVE RL-ID-CONTATO TO ID-CONTATO
               MOVE RL-TIPO       TO WS-TIPO-RESP
            END-IF
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                      MOVE 'CONTATO DESCONHECIDO' TO NM-CONTATO
            END-READ
            IF WS-TEL-RESP = SPACES
               MOVE 'SEM TEL. ' TO WS-TEL-RESP
            END-IF
            MOVE SPACES TO REL-LINHA
            STRING '   EMERGENCIA: ' WS-TIPO-RESP ' ' NM-CONTATO
                   ' TEL ' WS-TEL-RESP
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            GO TO P230-EXIT.

       P230-SEM-CONTATO.
            MOVE '   EMERGENCIA: NENHUM RESPONSAVEL VINCULADO'
                 TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P230-EXIT.
            EXIT.

       P250-CABEC-TURMA.
            MOVE WRK-TURMA TO WS-TURMA-ANT
            MOVE ZEROS     TO WS-T-ALUNOS WS-T-ALERTAS
            ADD 1 TO WS-R-TURMAS
            MOVE WRK-TURMA TO TM-CODIGO
            READ CFP001SD
                 KEY IS TM-CODIGO
                 INVALID KEY
                      MOVE SPACES TO TM-DESCRICAO
                      MOVE SPACE  TO TM-TURNO
            END-READ
            MOVE SPACES TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            STRING 'TURMA ' WRK-TURMA ' ' TM-DESCRICAO
                   ' TURNO ' TM-TURNO
                   DELIMITED BY SIZE INTO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT.
       P250-EXIT.
            EXIT.

       P260-RODAPE-TURMA.
            MOVE ALL '-' TO REL-LINHA
            PERFORM P450-ESCREVER THRU P450-EXIT
            MOVE SPACES TO REL-LINHA
            STRING ' ALUNOS NA TURMA: ' WS-T-ALUNOS
                   '   COM ALERTA GRAVE: ' WS-T-ALERTAS
                   DELIMITED BY SIZE INTO REL-LINHA
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
            CLOSE CFP001S1
            CLOSE CFP001SD
            IF WS-SEM-SAUDE = 'N'
               CLOSE CFP001V6
            END-IF
            IF WS-SEM-RESPALUN = 'N'
               CLOSE CFP001SL
            END-IF
            CLOSE CONTATOS
            CLOSE REL-EMERG
            IF WS-FS-REL NOT = 00 THEN
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO FECHAR O REL-EMERG'           TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            MOVE 'RELEMERG'    TO WS-CAT-RELATORIO
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
            DISPLAY '     ERRO PROGRAMA RELEMERG'
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
            MOVE 'RELEMERG' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELEMERG FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS NA FICHA.........: ' WS-R-TURMAS
            DISPLAY ' ALUNOS NA FICHA.........: ' WS-R-ALUNOS
            DISPLAY ' ALUNOS COM ALERTA GRAVE.: ' WS-R-ALERTAS
            DISPLAY ' ALUNOS SEM FICHA SAUDE..: ' WS-R-SEM-FICHA
            DISPLAY ' FICHA GERADA EM.........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM RELEMERG.
