      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: BALANCE LINE - CONCILIACAO DO MESTRE DE ALUNOS
      *    (ALUNOS.DAT) COM A RELACAO DA SECRETARIA ESTADUAL DE
      *    EDUCACAO (SEDUC.DAT, CARREGADA PELO IMPSEDUC), NOS MOLDES
      *    DO BALINEIN. OS ALUNOS ATIVOS SAO ORDENADOS PELO RA
      *    (RA-ALUNO); ALUNO SEM RA E LOCALIZADO NA RELACAO PELO CPF
      *    (CHAVE ALTERNATIVA SE-CPF) E CONCILIADO PELO RA DO ESTADO.
      *    GERA DOIS RELATORIOS COM TIMESTAMP, REGISTRADOS NO
      *    CATALOGO DE RELATORIOS (RELCATAL):
      *      DIFSEDUC_AAAAMMDDHHMMSS.REL - UMA LINHA POR CAMPO
      *        DIVERGENTE (NM-ALUNO, DT-NASCIMENTO, TU-ALUNO) E O RA
      *        A CADASTRAR QUANDO O ALUNO FOI ACHADO PELO CPF;
      *      EXCSEDUC_AAAAMMDDHHMMSS.REL - ALUNOS SO EM UM DOS LADOS,
      *        RA REPETIDO NO MESTRE, MATRICULA ENCERRADA NO ESTADO E
      *        MATRICULA ATIVA EM OUTRA ESCOLA.
      *    O MESTRE NAO E ALTERADO: AS CORRECOES SAO FEITAS PELA
      *    SECRETARIA DA ESCOLA NO ATUALUNO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSEDUC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * >>>>>> MESTRE DE ALUNOS DA ESCOLA
            SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ID-ALUNO
                  FILE STATUS  IS WS-FS-ALU
                  RESERVE 10 AREAS.
      * >>>>>> RELACAO DA SECRETARIA ESTADUAL
            SELECT CFP001W2 ASSIGN TO "C:/ARQUIVOS/SEDUC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SE-RA
                  ALTERNATE RECORD KEY IS SE-CPF WITH DUPLICATES
                  FILE STATUS  IS WS-FS-SED
                  RESERVE 10 AREAS.
      * >>>>>> ALUNOS ATIVOS ORDENADOS PELO RA
            SELECT WORK-SEDUC ASSIGN TO "C:/ARQUIVOS/SEDUWORK.TMP".
      * >>>>>> RELATORIO DE DIFERENCAS DE CAMPO
            SELECT REL-DIFERENCA ASSIGN TO WS-CAMINHO-DIF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-DIF.
      * >>>>>> RELATORIO DE ALUNOS SOMENTE EM UM DOS LADOS
            SELECT REL-EXCECAO ASSIGN TO WS-CAMINHO-EXC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-EXC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.

       FD  CFP001W2.
           COPY REGSEDUC.

       SD  WORK-SEDUC.
       01  WRK-SEDUC.
           03 WRK-RA              PIC X(12).
           03 WRK-ID-ALUNO        PIC 9(05).
           03 WRK-NM-ALUNO        PIC X(20).
           03 WRK-DT-NASCIMENTO   PIC 9(08).
           03 WRK-TU-ALUNO        PIC X(05).
           03 WRK-CPF-ALUNO       PIC 9(11).
           03 WRK-VIA             PIC X(01).
              88 WRK-VIA-RA       VALUE 'R'.
              88 WRK-VIA-CPF      VALUE 'C'.

       FD  REL-DIFERENCA.
       01  REL-LINHA              PIC X(132).

       FD  REL-EXCECAO.
       01  REL-LINHA-EXC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-SED          PIC 9(02) VALUE ZEROS.
           03 WS-FS-DIF          PIC 9(02) VALUE ZEROS.
           03 WS-FS-EXC          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-DIF           PIC 9(05) VALUE ZEROS.
           03 WS-R-EXC           PIC 9(05) VALUE ZEROS.
           03 WS-FIM-ALU         PIC X(01) VALUE 'N'.
           03 WS-CHAVE-A         PIC X(12) VALUE SPACES.
           03 WS-CHAVE-B         PIC X(12) VALUE SPACES.
           03 WS-RA-ANTERIOR     PIC X(12) VALUE SPACES.
           03 WS-EXC-ID          PIC 9(05) VALUE ZEROS.
           03 WS-EXC-RA          PIC X(12) VALUE SPACES.
           03 WS-EXC-NOME        PIC X(35) VALUE SPACES.
           03 WS-EXC-MOTIVO      PIC X(45) VALUE SPACES.
           03 WS-DIF-CAMPO       PIC X(13) VALUE SPACES.
           03 WS-DIF-ESCOLA      PIC X(35) VALUE SPACES.
           03 WS-DIF-SEDUC       PIC X(35) VALUE SPACES.

      * >>> CAMINHOS DOS RELATORIOS (COM TIMESTAMP)
       01  WS-CAMINHOS.
           03 WS-CAMINHO-DIF       PIC X(60) VALUE SPACES.
           03 WS-CAMINHO-EXC       PIC X(60) VALUE SPACES.
       77  WS-TIMESTAMP            PIC X(14) VALUE SPACES.

      * AREA DE COMUNICACAO COM O CATALOGO DE RELATORIOS (RELCATAL)
       01  WS-RELCAT-AREA.
           03 WS-CAT-RELATORIO   PIC X(08) VALUE SPACES.
           03 WS-CAT-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           03 WS-CAT-CAMINHO     PIC X(60) VALUE SPACES.
           03 WS-CAT-MENSAGEM    PIC X(40) VALUE SPACES.

       01  WS-CONTADORES.
      * <!-- COMP-3 para performance -->
           03 WS-R-ALUNOS        PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-R-SORT          PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-R-SEDUC         PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-R-PELO-CPF      PIC 9(07) COMP-3 VALUE ZEROS.
           03 WS-R-CONCILIADOS   PIC 9(07) COMP-3 VALUE ZEROS.

       01  WS-FLAGS.
           03 WS-EOF-ALU         PIC X(01).
              88 EOF-ALU         VALUE 'S' FALSE 'N'.
           03 WS-EOF-SED         PIC X(01).
              88 EOF-SED         VALUE 'S' FALSE 'N'.

       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       77  WS-DATA-HORA-FORMAT   PIC X(21) VALUE SPACES.
       77  WS-DATA-HORA-INI      PIC X(21) VALUE SPACES.
       77  WS-DATA-HORA-FIM      PIC X(21) VALUE SPACES.
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

           COPY VERLAYOU.

       PROCEDURE DIVISION.
       S000 SECTION.
       P001-INICIO.
            PERFORM P005-CONFERE-LAYOUT THRU P005-EXIT
            INITIALIZE WS-VAR
                       WS-CONTADORES
                       WS-FLAGS

            SET EOF-ALU EOF-SED               TO FALSE

            PERFORM P950-DATA-HORA THRU P950-EXIT
            MOVE WS-DATA-HORA-FORMAT TO WS-DATA-HORA-INI

            PERFORM P099-CAMINHOS THRU P099-EXIT
            PERFORM P101-ABERTURA

            SORT WORK-SEDUC
                 ON ASCENDING KEY WRK-RA
                 ON ASCENDING KEY WRK-ID-ALUNO
                 INPUT PROCEDURE IS S210
                 OUTPUT PROCEDURE IS S250

            PERFORM P901-TERMINO.
       P001-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'BALSEDUC' TO WS-LY-PROGRAMA
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

      * >>> NOMES DOS RELATORIOS COM O TIMESTAMP DA RODADA
       S099-CAMINHOS SECTION.
       P099-CAMINHOS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-CAMINHO-DIF
            STRING 'C:/ARQUIVOS/DIFSEDUC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-CAMINHO-DIF
            MOVE SPACES TO WS-CAMINHO-EXC
            STRING 'C:/ARQUIVOS/EXCSEDUC_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-CAMINHO-EXC.
       P099-EXIT.
            EXIT.

       S100 SECTION.
       P101-ABERTURA.
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                          TO WS-MSG1
               MOVE 'ERRO ABERTURA DDNAME ALUNOS'      TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            OPEN INPUT CFP001W2
            IF WS-FS-SED NOT = 00 THEN
               MOVE WS-FS-SED                          TO WS-MSG1
               MOVE 'ERRO ABERTURA DDNAME SEDUC'       TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            OPEN OUTPUT REL-DIFERENCA
            IF WS-FS-DIF NOT = 00 THEN
               MOVE WS-FS-DIF                    TO WS-MSG1
               MOVE 'ERRO ABERTURA REL-DIFERENCA' TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            MOVE SPACES TO REL-LINHA
            STRING 'DIFERENCAS DE CAMPO ESCOLA X SECRETARIA ESTADUAL'
                   ' - BALSEDUC'
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA.

            OPEN OUTPUT REL-EXCECAO
            IF WS-FS-EXC NOT = 00 THEN
               MOVE WS-FS-EXC                  TO WS-MSG1
               MOVE 'ERRO ABERTURA REL-EXCECAO' TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            MOVE SPACES TO REL-LINHA-EXC
            STRING 'EXCECOES ESCOLA X SECRETARIA ESTADUAL - BALSEDUC'
                   DELIMITED BY SIZE INTO REL-LINHA-EXC
            WRITE REL-LINHA-EXC
            MOVE ALL '-' TO REL-LINHA-EXC
            WRITE REL-LINHA-EXC.
       P101-EXIT.
            EXIT.

      * >>> ENTRADA DO SORT: OS ALUNOS ATIVOS COM O RA DO MESTRE OU,
      * >>> NA FALTA DELE, COM O RA ACHADO NA RELACAO PELO CPF
       S210 SECTION.
       P210-CARREGA-ALUNOS.
            PERFORM P220-LER-ALUNO THRU P220-EXIT
                    UNTIL WS-FIM-ALU = 'S'
            GO TO P239-FIM-ENTRADA.

       P220-LER-ALUNO.
            READ CFP001S1
            IF WS-FS-ALU NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-ALU                          TO WS-MSG1
               MOVE 'ERRO LEITURA DDNAME ALUNOS'       TO WS-MSG2
               PERFORM P801-ERRO THRU P801-EXIT
            END-IF
            IF WS-FS-ALU = 10
               MOVE 'S' TO WS-FIM-ALU
               GO TO P220-EXIT
            END-IF
            ADD 1 TO WS-R-ALUNOS
            IF NOT ALUNO-ATIVO
               GO TO P220-EXIT
            END-IF

            MOVE ID-ALUNO       TO WRK-ID-ALUNO
            MOVE NM-ALUNO       TO WRK-NM-ALUNO
            MOVE DT-NASCIMENTO  TO WRK-DT-NASCIMENTO
            MOVE TU-ALUNO       TO WRK-TU-ALUNO
            MOVE CPF-ALUNO      TO WRK-CPF-ALUNO

            IF RA-ALUNO NOT = SPACES
               MOVE RA-ALUNO    TO WRK-RA
               SET WRK-VIA-RA   TO TRUE
            ELSE
               PERFORM P230-BUSCA-CPF THRU P230-EXIT
               IF WS-FS-SED NOT = 00
                  MOVE ID-ALUNO TO WS-EXC-ID
                  MOVE SPACES   TO WS-EXC-RA
                  MOVE NM-ALUNO TO WS-EXC-NOME
                  MOVE 'SEM RA E SEM CPF LOCALIZADO NA SECRETARIA'
                       TO WS-EXC-MOTIVO
                  PERFORM P502-EXCECAO THRU P502-EXIT
                  GO TO P220-EXIT
               END-IF
               MOVE SE-RA       TO WRK-RA
               SET WRK-VIA-CPF  TO TRUE
               ADD 1 TO WS-R-PELO-CPF
            END-IF

            ADD 1 TO WS-R-SORT
            RELEASE WRK-SEDUC.
       P220-EXIT.
            EXIT.

      * >>> CPF COMO CHAVE DE RESERVA: PRIMEIRA OCORRENCIA NA RELACAO
       P230-BUSCA-CPF.
            MOVE 23 TO WS-FS-SED
            IF CPF-ALUNO = ZEROS
               GO TO P230-EXIT
            END-IF
            MOVE CPF-ALUNO TO SE-CPF
            READ CFP001W2
                 KEY IS SE-CPF
                 INVALID KEY
                      CONTINUE
            END-READ
            IF WS-FS-SED NOT = 00 AND 02 AND 23
               MOVE WS-FS-SED                          TO WS-MSG1
               MOVE 'ERRO LEITURA DDNAME SEDUC'        TO WS-MSG2
               PERFORM P801-ERRO THRU P801-EXIT
            END-IF
            IF WS-FS-SED = 02
               MOVE 00 TO WS-FS-SED
            END-IF.
       P230-EXIT.
            EXIT.

       P239-FIM-ENTRADA.
            EXIT.

      * >>> SAIDA DO SORT: BALANCE LINE DOS ALUNOS ORDENADOS PELO RA
      * >>> CONTRA A RELACAO DA SECRETARIA LIDA NA ORDEM DO RA
       S250 SECTION.
       P250-BALANCE-LINE.
            MOVE LOW-VALUES TO SE-RA
            START CFP001W2 KEY IS NOT LESS THAN SE-RA
                  INVALID KEY
                       MOVE HIGH-VALUES TO WS-CHAVE-B
                       SET EOF-SED TO TRUE
            END-START
            MOVE HIGH-VALUES TO WS-RA-ANTERIOR

            PERFORM P252-LEITURA-A THRU P252-EXIT
            IF NOT EOF-SED
               PERFORM P253-LEITURA-B THRU P253-EXIT
            END-IF
            PERFORM P501-PROCESSAR THRU P501-EXIT
                    UNTIL EOF-ALU AND EOF-SED
            GO TO P259-FIM-SAIDA.

       P252-LEITURA-A.
            RETURN WORK-SEDUC
                   AT END
                        MOVE HIGH-VALUES TO WS-CHAVE-A
                        SET EOF-ALU TO TRUE
                        GO TO P252-EXIT
            END-RETURN
            MOVE WRK-RA TO WS-CHAVE-A.
       P252-EXIT.
            EXIT.

       P253-LEITURA-B.
            READ CFP001W2 NEXT RECORD
            IF WS-FS-SED NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-SED                          TO WS-MSG1
               MOVE 'ERRO LEITURA DDNAME SEDUC'        TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            ELSE
               IF WS-FS-SED EQUAL 10
                  MOVE HIGH-VALUES TO WS-CHAVE-B
                  SET EOF-SED TO TRUE
               ELSE
                  ADD 1 TO WS-R-SEDUC
                  MOVE SE-RA TO WS-CHAVE-B
               END-IF
            END-IF.
       P253-EXIT.
            EXIT.

       P259-FIM-SAIDA.
            EXIT.

       S500 SECTION.
       P501-PROCESSAR.
            EVALUATE TRUE
               WHEN WS-CHAVE-A < WS-CHAVE-B
                  MOVE WRK-ID-ALUNO TO WS-EXC-ID
                  MOVE WRK-RA       TO WS-EXC-RA
                  MOVE WRK-NM-ALUNO TO WS-EXC-NOME
                  IF WRK-RA = WS-RA-ANTERIOR
                     MOVE 'RA REPETIDO EM OUTRO ALUNO DO MESTRE'
                          TO WS-EXC-MOTIVO
                  ELSE
                     MOVE 'EXISTE SOMENTE EM ALUNOS.DAT'
                          TO WS-EXC-MOTIVO
                  END-IF
                  PERFORM P502-EXCECAO THRU P502-EXIT
                  MOVE WRK-RA TO WS-RA-ANTERIOR
                  PERFORM P252-LEITURA-A THRU P252-EXIT
               WHEN WS-CHAVE-A > WS-CHAVE-B
                  IF SEDUC-MATRIC-ATIVA
                     MOVE ZEROS   TO WS-EXC-ID
                     MOVE SE-RA   TO WS-EXC-RA
                     MOVE SE-NOME TO WS-EXC-NOME
                     MOVE 'EXISTE SOMENTE NA RELACAO DA SECRETARIA'
                          TO WS-EXC-MOTIVO
                     PERFORM P502-EXCECAO THRU P502-EXIT
                  END-IF
                  PERFORM P253-LEITURA-B THRU P253-EXIT
               WHEN OTHER
                  PERFORM P701-COMPARAR THRU P701-EXIT
            END-EVALUATE.
       P501-EXIT.
            EXIT.

      * >>> GRAVA A LINHA DE EXCECAO
       P502-EXCECAO.
            MOVE SPACES TO REL-LINHA-EXC
            STRING 'ID ' WS-EXC-ID
                   ' RA ' WS-EXC-RA
                   ' ' WS-EXC-NOME
                   ' - ' WS-EXC-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA-EXC
            WRITE REL-LINHA-EXC

            ADD 1 TO WS-R-EXC.
       P502-EXIT.
            EXIT.

      * >>> MESMO RA DOS DOIS LADOS: CONFERE CAMPO A CAMPO. O NOME DO
      * >>> MESTRE TEM 20 POSICOES, ENTAO SO ELAS SAO COMPARADAS
       S700 SECTION.
       P701-COMPARAR.
            ADD 1 TO WS-R-CONCILIADOS

            IF WRK-VIA-CPF
               MOVE 'RA-ALUNO'       TO WS-DIF-CAMPO
               MOVE '(EM BRANCO - LOCALIZADO PELO CPF)'
                                     TO WS-DIF-ESCOLA
               MOVE SE-RA            TO WS-DIF-SEDUC
               PERFORM P702-DIFERENCA THRU P702-EXIT
            END-IF

            IF WRK-NM-ALUNO NOT = SE-NOME(1:20)
               MOVE 'NM-ALUNO'       TO WS-DIF-CAMPO
               MOVE WRK-NM-ALUNO     TO WS-DIF-ESCOLA
               MOVE SE-NOME          TO WS-DIF-SEDUC
               PERFORM P702-DIFERENCA THRU P702-EXIT
            END-IF

            IF WRK-DT-NASCIMENTO NOT = SE-DT-NASCIMENTO
               MOVE 'DT-NASCIMENTO'  TO WS-DIF-CAMPO
               MOVE WRK-DT-NASCIMENTO TO WS-DIF-ESCOLA
               MOVE SE-DT-NASCIMENTO TO WS-DIF-SEDUC
               PERFORM P702-DIFERENCA THRU P702-EXIT
            END-IF

            IF WRK-TU-ALUNO NOT = SE-TURMA
               MOVE 'TU-ALUNO'       TO WS-DIF-CAMPO
               MOVE WRK-TU-ALUNO     TO WS-DIF-ESCOLA
               MOVE SE-TURMA         TO WS-DIF-SEDUC
               PERFORM P702-DIFERENCA THRU P702-EXIT
            END-IF

            MOVE WRK-ID-ALUNO TO WS-EXC-ID
            MOVE WRK-RA       TO WS-EXC-RA
            MOVE WRK-NM-ALUNO TO WS-EXC-NOME
            IF NOT SEDUC-MATRIC-ATIVA
               MOVE 'MATRICULA ENCERRADA NA SECRETARIA'
                    TO WS-EXC-MOTIVO
               PERFORM P502-EXCECAO THRU P502-EXIT
            END-IF
            IF SE-OUTRA-ESCOLA NOT = SPACES
               MOVE SPACES TO WS-EXC-MOTIVO
               STRING 'MATRICULA ATIVA TAMBEM NA ESCOLA '
                      SE-OUTRA-ESCOLA
                      DELIMITED BY SIZE INTO WS-EXC-MOTIVO
               PERFORM P502-EXCECAO THRU P502-EXIT
            END-IF

            MOVE WRK-RA TO WS-RA-ANTERIOR
            PERFORM P252-LEITURA-A THRU P252-EXIT
            PERFORM P253-LEITURA-B THRU P253-EXIT.
       P701-EXIT.
            EXIT.

      * >>> GRAVA A LINHA DE DIFERENCA DE CAMPO ESCOLA X SECRETARIA
       P702-DIFERENCA.
            MOVE SPACES TO REL-LINHA
            STRING 'ID ' WRK-ID-ALUNO
                   ' RA ' WRK-RA
                   ' ' WS-DIF-CAMPO
                   ' ESCOLA: '     WS-DIF-ESCOLA
                   ' SECRETARIA: ' WS-DIF-SEDUC
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            ADD 1 TO WS-R-DIF.
       P702-EXIT.
            EXIT.

       S800 SECTION.
       P801-ERRO.
            PERFORM P950-DATA-HORA THRU P950-EXIT
            DISPLAY '--------------------------------'
            DISPLAY '    ERRO NO PROGRAMA BALSEDUC'
            DISPLAY '--------------------------------'
            DISPLAY ' FILE STATUS: ' WS-MSG2
            DISPLAY ' MENSAGEM...: ' WS-MSG1
            DISPLAY '--------------------------------'
            MOVE WS-MSG1 TO WS-FSTAT-CODIGO
            CALL 'FSTATDIC' USING WS-FSTAT-AREA
            PERFORM P850-JORNAL-ERRO THRU P850-EXIT
            DISPLAY ' SEVERIDADE: ' WS-FSTAT-SEVERIDADE
            DISPLAY ' DETALHE...: ' WS-FSTAT-DESCRICAO
            DISPLAY '--------------------------------'
            DISPLAY ' DEBUG INFO.: '
            DISPLAY ' CHAVE ALUNO: ' WS-CHAVE-A
            DISPLAY ' CHAVE SEDUC: ' WS-CHAVE-B
            DISPLAY ' ALUNOS LID.: ' WS-R-ALUNOS
            DISPLAY ' SEDUC LIDOS: ' WS-R-SEDUC
            DISPLAY '--------------------------------'
            DISPLAY ' DATA/HORA..: ' WS-DATA-HORA-FORMAT
            DISPLAY '--------------------------------'
            MOVE 8 TO RETURN-CODE
            STOP RUN.
       P801-EXIT.
            EXIT.

      * >>> ACRESCENTA O ERRO AO JORNAL CENTRAL (ERRLOG)
       P850-JORNAL-ERRO.
            IF WS-EL-GRAVADO = 'S'
               GO TO P850-EXIT
            END-IF
            MOVE 'S' TO WS-EL-GRAVADO
            MOVE 'BALSEDUC' TO WS-EL-PROGRAMA
            MOVE WS-FSTAT-CODIGO     TO WS-EL-CODIGO
            MOVE WS-FSTAT-SEVERIDADE TO WS-EL-SEVERIDADE
            MOVE WS-MSG2             TO WS-EL-MENSAGEM
            CALL 'ERRLOG' USING WS-ERRLOG-AREA
            IF WS-EL-RETORNO NOT = SPACES
               DISPLAY 'AVISO ERRLOG: ' WS-EL-RETORNO
            END-IF.
       P850-EXIT.
            EXIT.

       S850 SECTION.
       P851-FECHAR.
            CLOSE CFP001S1
            IF WS-FS-ALU NOT = 00 THEN
               MOVE WS-FS-ALU                          TO WS-MSG1
               MOVE 'ERRO FECHAR DDNAME ALUNOS'        TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            CLOSE CFP001W2
            IF WS-FS-SED NOT = 00 THEN
               MOVE WS-FS-SED                          TO WS-MSG1
               MOVE 'ERRO FECHAR DDNAME SEDUC'         TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            CLOSE REL-DIFERENCA
            IF WS-FS-DIF NOT = 00 THEN
               MOVE WS-FS-DIF                    TO WS-MSG1
               MOVE 'ERRO FECHAR REL-DIFERENCA'  TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF.

            CLOSE REL-EXCECAO
            IF WS-FS-EXC NOT = 00 THEN
               MOVE WS-FS-EXC                   TO WS-MSG1
               MOVE 'ERRO FECHAR REL-EXCECAO'   TO WS-MSG2
            PERFORM P801-ERRO THRU P801-EXIT
            END-IF

            MOVE 'BALSEDUC'       TO WS-CAT-RELATORIO
            MOVE WS-R-DIF         TO WS-CAT-QTD-LINHAS
            MOVE WS-CAMINHO-DIF   TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF
            MOVE WS-R-EXC         TO WS-CAT-QTD-LINHAS
            MOVE WS-CAMINHO-EXC   TO WS-CAT-CAMINHO
            CALL 'RELCATAL' USING WS-RELCAT-AREA
            IF WS-CAT-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO RELCATAL: ' WS-CAT-MENSAGEM
            END-IF.
       P851-EXIT.
            EXIT.

       S900 SECTION.
       P901-TERMINO.
            PERFORM P851-FECHAR
            PERFORM P950-DATA-HORA THRU P950-EXIT
            MOVE WS-DATA-HORA-FORMAT TO WS-DATA-HORA-FIM
            DISPLAY '--------------------------------'
            DISPLAY '       PROGRAMA BALSEDUC'
            DISPLAY '--------------------------------'
            DISPLAY ' ALUNOS LIDOS NO MESTRE...: ' WS-R-ALUNOS
            DISPLAY ' ALUNOS ATIVOS CONFRONTADOS: ' WS-R-SORT
            DISPLAY ' LOCALIZADOS PELO CPF.....: ' WS-R-PELO-CPF
            DISPLAY ' REG. RELACAO SECRETARIA..: ' WS-R-SEDUC
            DISPLAY ' ALUNOS CONCILIADOS.......: ' WS-R-CONCILIADOS
            DISPLAY ' DIFERENCAS DE CAMPO......: ' WS-R-DIF
            DISPLAY ' EXCECOES.................: ' WS-R-EXC
            DISPLAY '--------------------------------'
            DISPLAY ' DATA/HORA INICIAL........: ' WS-DATA-HORA-INI
            DISPLAY ' DATA/HORA FINAL..........: ' WS-DATA-HORA-FIM
            DISPLAY '--------------------------------'
            STOP RUN.
       P901-EXIT.
            EXIT.

       S950-DATA-HORA SECTION.
       P950-DATA-HORA.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

            STRING WS-CURRENT-DATE(7:2) '/'
                   WS-CURRENT-DATE(5:2) '/'
                   WS-CURRENT-DATE(1:4) ' - '
                   WS-CURRENT-DATE(9:2) ':'
                   WS-CURRENT-DATE(11:2) ':'
                   WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE
                   INTO WS-DATA-HORA-FORMAT
            END-STRING.
       P950-EXIT.
            EXIT.
       END PROGRAM BALSEDUC.
