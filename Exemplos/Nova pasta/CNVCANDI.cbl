      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CONVERTE O CANDIDATO APROVADO (CANDIDAT.DAT) EM ALUNO
      *          NUMA SO PASSADA: GRAVA O ALUNO (ALUNOS.DAT), O
      *          RESPONSAVEL COMO CONTATO (CONTATOS.DAT - REAPROVEITA O
      *          CONTATO JA CADASTRADO COM O MESMO CPF, CASO DE IRMAOS),
      *          O VINCULO RESPONSAVEL X ALUNO (RESPALUN.DAT) E AS
      *          PRIMEIRAS MATRICULAS NAS OFERTAS DO ANO/TERMO DE
      *          INGRESSO PARA CADA MATERIA DO CURRICULO DA TURMA
      *          (OFERTA LOTADA LEVA O ALUNO PARA A LISTA DE ESPERA,
      *          COMO NO CADMATRI). AO FINAL O CANDIDATO FICA
      *          MATRICULADO, COM O ID DO ALUNO GERADO
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCANDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001V5 ASSIGN TO "C:/ARQUIVOS/CANDIDAT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CD-ID-CANDIDATO
                  FILE STATUS  IS WS-FS-CAN
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-ALUNO
                  ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CONTATOS ASSIGN TO "C:/ARQUIVOS/CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ID-CONTATO
                  ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-CONTATO
                            WITH DUPLICATES
                  LOCK MODE    IS AUTOMATIC
                  FILE STATUS  IS WS-FS-CON.
           SELECT CFP001SL ASSIGN TO "C:/ARQUIVOS/RESPALUN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RL-CHAVE
                  ALTERNATE RECORD KEY IS RL-ID-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-RSP
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S8 ASSIGN TO "C:/ARQUIVOS/CURRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CU-CHAVE
                  FILE STATUS  IS WS-FS-CUR
                  RESERVE       5 AREAS.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001S5 ASSIGN TO "C:/ARQUIVOS/MATRICUL.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MT-CHAVE
                  FILE STATUS  IS WS-FS-MTR
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
           SELECT CFP001S9 ASSIGN TO "C:/ARQUIVOS/ESPERA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ES-CHAVE
                  FILE STATUS  IS WS-FS-ESP
                  LOCK MODE    IS AUTOMATIC
                  RESERVE       5 AREAS.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001V5.
           COPY REGCANDI.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CONTATOS.
           COPY REGCONTT.
       FD  CFP001SL.
           COPY REGRESP.
       FD  CFP001S8.
           COPY REGCURRI.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S5.
           COPY REGMATRI.
       FD  CFP001S9.
           COPY REGESPER.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-CAN          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-RSP          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CUR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MTR          PIC 9(02) VALUE ZEROS.
           03 WS-FS-ESP          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-ID-CANDIDATO    PIC 9(05) VALUE ZEROS.
           03 WS-MAX-ID          PIC 9(05) VALUE ZEROS.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-ID-CONTATO      PIC 9(05) VALUE ZEROS.
           03 WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-O-ALU           PIC 9(05) VALUE ZEROS.
           03 WS-O-CON           PIC 9(05) VALUE ZEROS.
           03 WS-O-MTR           PIC 9(05) VALUE ZEROS.
           03 WS-O-ESP           PIC 9(05) VALUE ZEROS.
       77  WS-CAT-RESPONSAVEL    PIC X(02) VALUE 'RE'.

      * >>> PRIMEIRAS MATRICULAS PELO CURRICULO DA TURMA
       01  WS-MATRICULA-VAR.
           03 WS-MATRICULA-OK    PIC X(01) VALUE 'S'.
           03 WS-FIM-CURRICULO   PIC X(01) VALUE 'N'.
           03 WS-FIM-ESPERA      PIC X(01) VALUE 'N'.
           03 WS-PROX-SEQ        PIC 9(04) VALUE ZEROS.
           03 WS-Q-MATERIAS      PIC 9(03) VALUE ZEROS.

      * AREA DE COMUNICACAO COM A SUBROTINA DE JORNAL DOS MESTRES
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO       PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO      PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES         PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS        PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM      PIC X(40) VALUE SPACES.

      * AREA DE COMUNICACAO COM A CONSULTA DE DEBITOS (VERINADI)
       01  WS-INADI-AREA.
           03 WS-IN-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-IN-VL-ABERTO    PIC 9(08)V99 VALUE ZEROS.
           03 WS-IN-ACAO         PIC X(01) VALUE SPACES.
           03 WS-IN-MENSAGEM     PIC X(40) VALUE SPACES.

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
            DISPLAY WS-VAR
            PERFORM P050-ABRIR
            PERFORM P100-CONVERTER THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CNVCANDI' TO WS-LY-PROGRAMA
            MOVE 'CONTATOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-CONTATOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CONTATOS TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATRICUL' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATRICUL TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S5 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001V5
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001V5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CONTATOS
            IF WS-FS-CON = 35 THEN
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
            END-IF
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CONTATOS' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001SL
            IF WS-FS-RSP = 35 THEN
               OPEN OUTPUT CFP001SL
               CLOSE CFP001SL
               OPEN I-O CFP001SL
            END-IF
            IF WS-FS-RSP NOT = 00
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SL' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S8
            IF WS-FS-CUR NOT = 00
               MOVE WS-FS-CUR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S8' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S5
            IF WS-FS-MTR = 35 THEN
               OPEN OUTPUT CFP001S5
               CLOSE CFP001S5
               OPEN I-O CFP001S5
            END-IF
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S9
            IF WS-FS-ESP = 35 THEN
               OPEN OUTPUT CFP001S9
               CLOSE CFP001S9
               OPEN I-O CFP001S9
            END-IF
            IF WS-FS-ESP NOT = 00
               MOVE WS-FS-ESP                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DATA-HOJE.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-CONVERTER.
            DISPLAY LK-AREA
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P150-UM-CANDIDATO THRU P150-EXIT
               DISPLAY 'DESEJA CONVERTER OUTRO CANDIDATO,'
                       ' (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       P150-UM-CANDIDATO.
            DISPLAY '-------------------------------------'
            DISPLAY '  CONVERSAO DE CANDIDATO EM ALUNO'
            DISPLAY '-------------------------------------'
            DISPLAY 'DIGITE O ID DO CANDIDATO: '
            ACCEPT WS-ID-CANDIDATO
            MOVE WS-ID-CANDIDATO TO CD-ID-CANDIDATO
            READ CFP001V5
                 KEY IS CD-ID-CANDIDATO
                 INVALID KEY
                      DISPLAY 'CANDIDATO INEXISTENTE!'
                      GO TO P150-EXIT
            END-READ
            IF NOT CANDIDATO-APROVADO
               DISPLAY 'SO CANDIDATO APROVADO PODE SER CONVERTIDO'
                       ' (SITUACAO ' CD-ST-CANDIDATO ')'
               GO TO P150-EXIT
            END-IF

            DISPLAY ' CANDIDATO..: ' CD-NM-CANDIDATO
            DISPLAY ' TURMA......: ' CD-TURMA ' UNIDADE ' CD-UNIDADE
                    ' INGRESSO ' CD-AN-LETIVO '/' CD-TR-LETIVO
            DISPLAY ' RESPONSAVEL: ' CD-NM-RESP ' (' CD-TP-RESP ')'
            DISPLAY 'CONFIRMA A CONVERSAO? (S)SIM (N)NAO'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CONVERSAO CANCELADA'
               GO TO P150-EXIT
            END-IF

      * >>> CPF JA CADASTRADO COMO ALUNO: NAO DUPLICA O ALUNO
            IF CD-CPF-CANDIDATO NOT = ZEROS
               MOVE CD-CPF-CANDIDATO TO CPF-ALUNO
               READ CFP001S1
                    KEY IS CPF-ALUNO
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         DISPLAY 'CPF JA CADASTRADO NO ALUNO '
                                 ID-ALUNO ' - CONVERSAO RECUSADA'
                         GO TO P150-EXIT
               END-READ
            END-IF

            PERFORM P200-GRAVA-ALUNO THRU P200-EXIT
            IF CD-NM-RESP NOT = SPACES
               PERFORM P300-RESPONSAVEL THRU P300-EXIT
            END-IF
            PERFORM P400-VERIFICA-INADIM THRU P400-EXIT
            IF WS-MATRICULA-OK = 'S'
               PERFORM P500-MATRICULAS THRU P500-EXIT
            END-IF

            SET CANDIDATO-MATRICULADO TO TRUE
            MOVE WS-ID-ALUNO    TO CD-ID-ALUNO
            MOVE WS-DATA-HOJE   TO CD-DT-SITUACAO
            MOVE WS-SS-OPERADOR TO CD-OPERADOR
            REWRITE REG-CFP001V5
            END-REWRITE
            IF WS-FS-CAN NOT = 00
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO REGRAVACAO DO CFP001V5'       TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'CANDIDATO CONVERTIDO NO ALUNO ' WS-ID-ALUNO.
       P150-EXIT.
            EXIT.

      * >>> GRAVA O ALUNO COM O PROXIMO ID LIVRE, COMO NO CADALUNO
       S200 SECTION.
       P200-GRAVA-ALUNO.
            MOVE ZEROS      TO WS-MAX-ID
            MOVE LOW-VALUES TO ID-ALUNO
            START CFP001S1 KEY IS NOT LESS THAN ID-ALUNO
                  INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       PERFORM P210-MAX-ALUNO THRU P210-EXIT
                               UNTIL WS-FS-ALU = 10
            END-START
            ADD 1 WS-MAX-ID GIVING WS-ID-ALUNO

            INITIALIZE REG-CFP001S1
            MOVE WS-ID-ALUNO      TO ID-ALUNO
            MOVE CD-NM-CANDIDATO  TO NM-ALUNO
            MOVE CD-TL-CANDIDATO  TO TL-ALUNO
            MOVE CD-EM-CANDIDATO  TO EM-ALUNO
            MOVE CD-TURMA         TO TU-ALUNO
            MOVE CD-DT-NASCIMENTO TO DT-NASCIMENTO
            MOVE CD-CPF-CANDIDATO TO CPF-ALUNO
            MOVE CD-UNIDADE       TO UN-ALUNO
            SET ALUNO-ATIVO       TO TRUE
            WRITE REG-CFP001S1
            END-WRITE
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001S1' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-ALU
            DISPLAY 'ALUNO ' WS-ID-ALUNO ' CADASTRADO!'

            MOVE 'ALUNOS  '   TO WS-JR-ARQUIVO
            MOVE 'W'          TO WS-JR-OPERACAO
            MOVE SPACES       TO WS-JR-ANTES
            MOVE REG-CFP001S1 TO WS-JR-DEPOIS
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF.
       P200-EXIT.
            EXIT.

       P210-MAX-ALUNO.
            READ CFP001S1 NEXT RECORD
                 AT END
                      CONTINUE
                 NOT AT END
                      IF ID-ALUNO > WS-MAX-ID
                         MOVE ID-ALUNO TO WS-MAX-ID
                      END-IF
            END-READ.
       P210-EXIT.
            EXIT.

      * >>> RESPONSAVEL: CONTATO JA EXISTENTE PELO CPF (FAMILIA COM
      * >>> OUTRO ALUNO) OU NOVO CONTATO NA CATEGORIA DE RESPONSAVEL;
      * >>> DEPOIS O VINCULO NO RESPALUN COM O TIPO DA INSCRICAO
       S300 SECTION.
       P300-RESPONSAVEL.
            MOVE ZEROS TO WS-ID-CONTATO
            IF CD-CPF-RESP NOT = ZEROS
               MOVE CD-CPF-RESP TO CPF-CONTATO
               READ CONTATOS
                    KEY IS CPF-CONTATO
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         MOVE ID-CONTATO TO WS-ID-CONTATO
                         DISPLAY 'RESPONSAVEL JA CADASTRADO NO CONTATO '
                                 ID-CONTATO ' - ' NM-CONTATO
               END-READ
            END-IF
            IF WS-ID-CONTATO = ZEROS
               PERFORM P320-GRAVA-CONTATO THRU P320-EXIT
            END-IF

            INITIALIZE REG-CFP001SL
            MOVE WS-ID-CONTATO TO RL-ID-CONTATO
            MOVE WS-ID-ALUNO   TO RL-ID-ALUNO
            MOVE CD-TP-RESP    TO RL-TIPO
            WRITE REG-CFP001SL
                  INVALID KEY
                       DISPLAY 'VINCULO RESPONSAVEL X ALUNO JA EXISTE'
                  NOT INVALID KEY
                       DISPLAY 'RESPONSAVEL ' WS-ID-CONTATO
                               ' VINCULADO AO ALUNO ' WS-ID-ALUNO
            END-WRITE
            IF WS-FS-RSP NOT = 00 AND 22 THEN
               MOVE WS-FS-RSP                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001SL' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P300-EXIT.
            EXIT.

       P320-GRAVA-CONTATO.
            MOVE ZEROS      TO WS-MAX-ID
            MOVE LOW-VALUES TO ID-CONTATO
            START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                  INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       PERFORM P330-MAX-CONTATO THRU P330-EXIT
                               UNTIL WS-FS-CON = 10
            END-START
            ADD 1 WS-MAX-ID GIVING WS-ID-CONTATO

            INITIALIZE REG-CONTATOS
            MOVE WS-ID-CONTATO      TO ID-CONTATO
            MOVE CD-NM-RESP         TO NM-CONTATO
            SET CONTATO-ATIVO       TO TRUE
            MOVE WS-CAT-RESPONSAVEL TO CT-CONTATO
            MOVE CD-CPF-RESP        TO CPF-CONTATO
            MOVE CD-LG-RESP         TO LG-CONTATO
            MOVE CD-NR-END-RESP     TO NR-END-CONTATO
            MOVE CD-BA-RESP         TO BA-CONTATO
            MOVE CD-CI-RESP         TO CI-CONTATO
            MOVE CD-UF-RESP         TO UF-CONTATO
            MOVE CD-CEP-RESP        TO CEP-CONTATO
            WRITE REG-CONTATOS
            END-WRITE
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CONTATOS' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-CON
            DISPLAY 'RESPONSAVEL CADASTRADO NO CONTATO ' WS-ID-CONTATO

            MOVE 'CONTATOS'   TO WS-JR-ARQUIVO
            MOVE 'W'          TO WS-JR-OPERACAO
            MOVE SPACES       TO WS-JR-ANTES
            MOVE REG-CONTATOS TO WS-JR-DEPOIS
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF.
       P320-EXIT.
            EXIT.

       P330-MAX-CONTATO.
            READ CONTATOS NEXT RECORD
                 AT END
                      CONTINUE
                 NOT AT END
                      IF ID-CONTATO > WS-MAX-ID
                         MOVE ID-CONTATO TO WS-MAX-ID
                      END-IF
            END-READ.
       P330-EXIT.
            EXIT.

      * >>> DEBITO DA FAMILIA (VERINADI): ACIMA DO LIMITE DE BLOQUEIO AS
      * >>> MATRICULAS FICAM PARA O CADMATRI, ONDE SO O SUPERVISOR
      * >>> LIBERA COM JUSTIFICATIVA
       S400 SECTION.
       P400-VERIFICA-INADIM.
            MOVE 'S'         TO WS-MATRICULA-OK
            MOVE WS-ID-ALUNO TO WS-IN-ID-ALUNO
            CALL 'VERINADI' USING WS-INADI-AREA
            EVALUATE WS-IN-ACAO
                WHEN 'A'
                  DISPLAY 'AVISO: FAMILIA COM DEBITO EM ABERTO DE '
                          WS-IN-VL-ABERTO
                WHEN 'B'
                  MOVE 'N' TO WS-MATRICULA-OK
                  DISPLAY 'FAMILIA COM DEBITO EM ABERTO DE '
                          WS-IN-VL-ABERTO
                          ' - ACIMA DO LIMITE DE BLOQUEIO'
                  DISPLAY 'MATRICULAS NAO LANCADAS - USE O CADMATRI'
                          ' COM LIBERACAO DO SUPERVISOR'
                WHEN OTHER
                  CONTINUE
            END-EVALUATE.
       P400-EXIT.
            EXIT.

      * >>> UMA MATRICULA POR MATERIA DO CURRICULO DA TURMA, NA OFERTA
      * >>> DO ANO/TERMO DE INGRESSO; O CURRICULO DA TURMA JA DEFINE O
      * >>> NIVEL, POR ISSO NAO HA CONFERENCIA DE PRE-REQUISITO AQUI
       S500 SECTION.
       P500-MATRICULAS.
            MOVE ZEROS    TO WS-Q-MATERIAS
            MOVE 'N'      TO WS-FIM-CURRICULO
            MOVE CD-TURMA TO CU-TU-ALUNO
            MOVE ZEROS    TO CU-ID-MATERIA
            START CFP001S8 KEY IS NOT LESS THAN CU-CHAVE
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CURRICULO
            END-START
            PERFORM P510-LER-CURRICULO THRU P510-EXIT
                    UNTIL WS-FIM-CURRICULO = 'S'
            IF WS-Q-MATERIAS = ZEROS
               DISPLAY 'TURMA ' CD-TURMA ' SEM CURRICULO CADASTRADO'
                       ' - NENHUMA MATRICULA LANCADA'
            END-IF.
       P500-EXIT.
            EXIT.

       P510-LER-CURRICULO.
            READ CFP001S8 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CURRICULO
                      GO TO P510-EXIT
            END-READ
            IF CU-TU-ALUNO NOT = CD-TURMA
               MOVE 'S' TO WS-FIM-CURRICULO
               GO TO P510-EXIT
            END-IF
            ADD 1 TO WS-Q-MATERIAS

            MOVE CU-ID-MATERIA TO ID-MATERIA
            MOVE CD-AN-LETIVO  TO AN-MATERIA
            MOVE CD-TR-LETIVO  TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      DISPLAY 'MATERIA ' CU-ID-MATERIA ' SEM OFERTA EM '
                              CD-AN-LETIVO '/' CD-TR-LETIVO
                              ' - NAO MATRICULADO'
                      GO TO P510-EXIT
            END-READ

            IF QT-VAGAS > ZEROS AND QT-OCUPADAS NOT LESS QT-VAGAS
               PERFORM P550-LISTA-ESPERA THRU P550-EXIT
               GO TO P510-EXIT
            END-IF

            INITIALIZE REG-CFP001S5
            MOVE WS-ID-ALUNO   TO MT-ID-ALUNO
            MOVE CHAVE-MATERIA TO MT-CHAVE-MATERIA
            MOVE WS-DATA-HOJE  TO MT-DT-MATRICULA
            SET MATRICULA-ATIVA TO TRUE
            WRITE REG-CFP001S5
            END-WRITE
            IF WS-FS-MTR NOT = 00
               MOVE WS-FS-MTR                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001S5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-O-MTR
            ADD 1 TO QT-OCUPADAS
            REWRITE REG-CFP001S2
            END-REWRITE
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                      TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S2' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'MATRICULADO EM ' ID-MATERIA ' - ' NM-MATERIA.
       P510-EXIT.
            EXIT.

      * >>> OFERTA LOTADA: FIM DA LISTA DE ESPERA, COMO NO CADMATRI
       P550-LISTA-ESPERA.
            MOVE ZEROS         TO WS-PROX-SEQ
            MOVE 'N'           TO WS-FIM-ESPERA
            MOVE CHAVE-MATERIA TO ES-CHAVE-MATERIA
            MOVE ZEROS         TO ES-SEQUENCIA
            START CFP001S9 KEY IS NOT LESS ES-CHAVE
                  INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       PERFORM P560-LER-ESPERA THRU P560-EXIT
                               UNTIL WS-FS-ESP = 10
                                  OR WS-FIM-ESPERA = 'S'
            END-START

            MOVE CHAVE-MATERIA TO ES-CHAVE-MATERIA
            ADD 1 WS-PROX-SEQ GIVING ES-SEQUENCIA
            MOVE WS-ID-ALUNO   TO ES-ID-ALUNO
            MOVE WS-DATA-HOJE  TO ES-DT-ENTRADA
            WRITE REG-CFP001S9
                  INVALID KEY
                       DISPLAY 'ALUNO JA ESTA NA LISTA DE ESPERA'
                  NOT INVALID KEY
                       ADD 1 TO WS-O-ESP
                       DISPLAY 'MATERIA ' ID-MATERIA ' LOTADA - ALUNO'
                               ' NA LISTA DE ESPERA, POSICAO '
                               ES-SEQUENCIA
            END-WRITE.
       P550-EXIT.
            EXIT.

       P560-LER-ESPERA.
            READ CFP001S9 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-ESPERA
                 NOT AT END
                      IF ES-CHAVE-MATERIA NOT = CHAVE-MATERIA
                         MOVE 'S' TO WS-FIM-ESPERA
                      ELSE
                         MOVE ES-SEQUENCIA TO WS-PROX-SEQ
                      END-IF
            END-READ.
       P560-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001V5 CFP001S1 CONTATOS CFP001SL CFP001S8
                  CFP001S2 CFP001S5 CFP001S9
            IF WS-FS-CAN NOT = 00 THEN
               MOVE WS-FS-CAN                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001V5'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CNVCANDI'
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
            MOVE 'CNVCANDI' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CNVCANDI FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE ALUNOS GRAV....: ' WS-O-ALU
            DISPLAY ' QTDE CONTATOS GRAV..: ' WS-O-CON
            DISPLAY ' QTDE MATRICULAS GRAV: ' WS-O-MTR
            DISPLAY ' QTDE LISTA DE ESPERA: ' WS-O-ESP
            DISPLAY '--------------------------------------'
            MOVE 'CNVCANDI' TO WS-LG-PROGRAMA
            MOVE 'ALUNOS CONVERT' TO WS-LG-CONTADOR
            MOVE WS-O-ALU TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CNVCANDI.
