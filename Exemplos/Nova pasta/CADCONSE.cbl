      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: DELIBERACAO DO CONSELHO DE CLASSE - PARA CADA ALUNO E
      *          OFERTA (MATERIA/ANO/TERMO) LEVADOS AO CONSELHO, GRAVA
      *          NO CONSELHO.DAT (CFP001U9) A DECISAO (A = APROVAR,
      *          M = MANTER O RESULTADO), O MOTIVO, A DATA DA REUNIAO
      *          E OS MEMBROS PRESENTES. A APROVACAO PELO CONSELHO
      *          MUDA SO A SITUACAO FINAL DA NOTA (NT-SITUACAO 'C',
      *          QUE VALE COMO APROVADO); NOTAS E MEDIAS FICAM COMO
      *          FORAM LANCADAS. DECISAO 'M' SOBRE UMA APROVACAO
      *          ANTERIOR DO CONSELHO DEVOLVE A SITUACAO CALCULADA.
      *          SO REPROVACAO POR MEDIA ('R') PODE SER REVISTA:
      *          REPROVACAO POR FALTA ('F') E MINIMO LEGAL DE
      *          FREQUENCIA E NAO PASSA PELO CONSELHO. A ALTERACAO DA
      *          NOTA VAI AO JORNAL DOS MESTRES (JORNMAST); A ATA POR
      *          TURMA E O RELCONSE
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001S1 ASSIGN TO "C:/ARQUIVOS/ALUNOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ID-ALUNO
                  ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CPF-ALUNO
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-ALU.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001S3 ASSIGN TO "C:/ARQUIVOS/NOTAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NT-CHAVE
                  ALTERNATE RECORD KEY IS NT-CHAVE-MATERIA
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-NOT
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001U9 ASSIGN TO "C:/ARQUIVOS/CONSELHO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CS-CHAVE
                  ALTERNATE RECORD KEY IS CS-TURMA WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CON
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001S3.
           COPY REGNOTA.
       FD  CFP001U9.
           COPY REGCONSE.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-NOT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-JA-EXISTE       PIC X(01) VALUE 'N'.
           03 WS-RW-CON          PIC 9(05) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-ED-NOTA         PIC Z9,99.

      * >>> DADOS DA REUNIAO, INFORMADOS UMA VEZ POR SESSAO
       01  WS-REUNIAO.
           03 WS-DT-CONSELHO     PIC 9(08) VALUE ZEROS.
           03 WS-MEMBROS         PIC X(80) VALUE SPACES.

      * >>> ALUNO/OFERTA EM DELIBERACAO
       01  WS-DELIBERACAO.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-ID-MATERIA      PIC 999   VALUE ZEROS.
           03 WS-AN-MATERIA      PIC 9(04) VALUE ZEROS.
           03 WS-TR-MATERIA      PIC 9(01) VALUE ZEROS.
           03 WS-DECISAO         PIC X(01) VALUE SPACES.
              88 WS-DECISAO-VALIDA VALUE 'A' 'M'.
           03 WS-MOTIVO          PIC X(60) VALUE SPACES.
           03 WS-SIT-CALCULADA   PIC X(01) VALUE SPACES.
           03 WS-SIT-NOVA        PIC X(01) VALUE SPACES.

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

      * AREA DE COMUNICACAO COM O JORNAL DOS MESTRES (JORNMAST)
       01  WS-JORNAL-AREA.
           03 WS-JR-ARQUIVO      PIC X(08) VALUE SPACES.
           03 WS-JR-OPERACAO     PIC X(01) VALUE SPACES.
           03 WS-JR-ANTES        PIC X(135) VALUE SPACES.
           03 WS-JR-DEPOIS       PIC X(135) VALUE SPACES.
           03 WS-JR-MENSAGEM     PIC X(40) VALUE SPACES.

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
            PERFORM P050-ABRIR
            PERFORM P080-REUNIAO THRU P080-EXIT
            PERFORM P100-DELIBERAR THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADCONSE' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'NOTAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-NOTAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S3 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT CFP001S1
            IF WS-FS-ALU NOT = 00
               MOVE WS-FS-ALU                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S1' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN I-O CFP001S3
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S3' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

      * >>> PRIMEIRA REUNIAO: CRIA O CONSELHO.DAT
            OPEN I-O CFP001U9
            IF WS-FS-CON = 35 THEN
               OPEN OUTPUT CFP001U9
               CLOSE CFP001U9
               OPEN I-O CFP001U9
            END-IF
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> DATA E MEMBROS PRESENTES VALEM PARA TODAS AS DELIBERACOES
      * >>> DA SESSAO; DATA ZERADA ASSUME A DATA DE HOJE
       S080 SECTION.
       P080-REUNIAO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            DISPLAY 'DATA DA REUNIAO DO CONSELHO (AAAAMMDD),'
                    ' ZERO PARA HOJE: '
            ACCEPT WS-DT-CONSELHO
            IF WS-DT-CONSELHO = ZEROS
               MOVE WS-CURRENT-DATE(1:8) TO WS-DT-CONSELHO
            END-IF
            DISPLAY 'MEMBROS PRESENTES NA REUNIAO: '
            MOVE SPACES TO WS-MEMBROS
            ACCEPT WS-MEMBROS
            PERFORM UNTIL WS-MEMBROS NOT = SPACES
               DISPLAY 'MEMBROS PRESENTES SAO OBRIGATORIOS! DIGITE: '
               ACCEPT WS-MEMBROS
            END-PERFORM.
       P080-EXIT.
            EXIT.

       S100 SECTION.
       P100-DELIBERAR.
            PERFORM UNTIL WS-FLAG = 'N'
               PERFORM P120-UMA-DELIBERACAO THRU P120-EXIT
               DISPLAY 'DESEJA REGISTRAR OUTRA DELIBERACAO, (S)SIM'
                       ' (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

       P120-UMA-DELIBERACAO.
            DISPLAY ' '
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-ALUNO
            MOVE WS-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      DISPLAY 'ALUNO INEXISTENTE!'
                      GO TO P120-EXIT
            END-READ
            DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TU-ALUNO

            DISPLAY 'DIGITE O ID DA MATERIA: '
            ACCEPT WS-ID-MATERIA
            DISPLAY 'DIGITE O ANO DA OFERTA (AAAA): '
            ACCEPT WS-AN-MATERIA
            DISPLAY 'DIGITE O TERMO DA OFERTA: '
            ACCEPT WS-TR-MATERIA
            MOVE WS-ID-MATERIA TO ID-MATERIA
            MOVE WS-AN-MATERIA TO AN-MATERIA
            MOVE WS-TR-MATERIA TO TR-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      DISPLAY 'OFERTA DE MATERIA INEXISTENTE!'
                      GO TO P120-EXIT
            END-READ

            MOVE WS-ID-ALUNO      TO NT-ID-ALUNO
            MOVE CHAVE-MATERIA    TO NT-CHAVE-MATERIA
            READ CFP001S3
                 KEY IS NT-CHAVE
                 INVALID KEY
                      DISPLAY 'ALUNO SEM NOTA LANCADA NA OFERTA!'
                      GO TO P120-EXIT
            END-READ
            PERFORM P140-MOSTRA-NOTA THRU P140-EXIT

      * >>> DELIBERACAO ANTERIOR DO MESMO ALUNO/OFERTA E SUBSTITUIDA;
      * >>> A SITUACAO CALCULADA CONTINUA SENDO A DA PRIMEIRA
            MOVE NT-CHAVE TO CS-CHAVE
            MOVE 'N' TO WS-JA-EXISTE
            MOVE NT-SITUACAO TO WS-SIT-CALCULADA
            READ CFP001U9
                 KEY IS CS-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'S' TO WS-JA-EXISTE
                      DISPLAY 'JA DELIBERADO EM ' CS-DT-CONSELHO
                              ' - DECISAO ' CS-DECISAO
                      DISPLAY 'MOTIVO: ' CS-MOTIVO
                      IF NOTA-APROV-CONSELHO
                         MOVE CS-SIT-CALCULADA TO WS-SIT-CALCULADA
                      END-IF
            END-READ

            IF WS-SIT-CALCULADA = 'F'
               DISPLAY 'REPROVACAO POR FALTA NAO PODE SER REVISTA'
                       ' PELO CONSELHO!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DECISAO DO CONSELHO, (A)APROVAR (M)MANTER: '
            MOVE SPACES TO WS-DECISAO
            ACCEPT WS-DECISAO
            PERFORM UNTIL WS-DECISAO-VALIDA
               DISPLAY 'DECISAO INVALIDA! DIGITE A OU M: '
               ACCEPT WS-DECISAO
            END-PERFORM
            IF WS-DECISAO = 'A' AND WS-SIT-CALCULADA NOT = 'R'
               DISPLAY 'SO O ALUNO REPROVADO POR MEDIA PODE SER'
                       ' APROVADO PELO CONSELHO!'
               GO TO P120-EXIT
            END-IF

            DISPLAY 'DIGITE O MOTIVO DA DECISAO: '
            MOVE SPACES TO WS-MOTIVO
            ACCEPT WS-MOTIVO
            PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO E OBRIGATORIO! DIGITE: '
               ACCEPT WS-MOTIVO
            END-PERFORM

            DISPLAY 'CONFIRMA A DELIBERACAO, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'DELIBERACAO ABANDONADA'
               GO TO P120-EXIT
            END-IF

            PERFORM P160-GRAVA-CONSELHO THRU P160-EXIT
            PERFORM P180-ATUALIZA-NOTA THRU P180-EXIT
            ADD 1 TO WS-RW-CON
            DISPLAY 'DELIBERACAO REGISTRADA - SITUACAO FINAL: '
                    NT-SITUACAO.
       P120-EXIT.
            EXIT.

      * >>> NOTAS, MEDIA FINAL E SITUACAO ATUAL DA OFERTA
       P140-MOSTRA-NOTA.
            DISPLAY 'MATERIA: ' NM-MATERIA
            MOVE NT-NOTA1 TO WS-ED-NOTA
            DISPLAY 'NOTA 1.......: ' WS-ED-NOTA
            MOVE NT-NOTA2 TO WS-ED-NOTA
            DISPLAY 'NOTA 2.......: ' WS-ED-NOTA
            MOVE NT-NOTA3 TO WS-ED-NOTA
            DISPLAY 'NOTA 3.......: ' WS-ED-NOTA
            MOVE NT-NOTA4 TO WS-ED-NOTA
            DISPLAY 'NOTA 4.......: ' WS-ED-NOTA
            MOVE NT-RECUPERACAO TO WS-ED-NOTA
            DISPLAY 'RECUPERACAO..: ' WS-ED-NOTA
            MOVE NT-MEDIA-FINAL TO WS-ED-NOTA
            DISPLAY 'MEDIA FINAL..: ' WS-ED-NOTA
            MOVE NT-APROVACAO TO WS-ED-NOTA
            DISPLAY 'APROVACAO....: ' WS-ED-NOTA
            DISPLAY 'SITUACAO.....: ' NT-SITUACAO.
       P140-EXIT.
            EXIT.

      * >>> GRAVA (OU SUBSTITUI) A DELIBERACAO NO CONSELHO.DAT
       P160-GRAVA-CONSELHO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE NT-CHAVE             TO CS-CHAVE
            MOVE TU-ALUNO             TO CS-TURMA
            MOVE WS-DECISAO           TO CS-DECISAO
            MOVE WS-SIT-CALCULADA     TO CS-SIT-CALCULADA
            MOVE NT-MEDIA-FINAL       TO CS-MEDIA-FINAL
            MOVE NT-APROVACAO         TO CS-NT-APROVACAO
            MOVE WS-DT-CONSELHO       TO CS-DT-CONSELHO
            MOVE WS-MOTIVO            TO CS-MOTIVO
            MOVE WS-MEMBROS           TO CS-MEMBROS
            MOVE WS-SS-OPERADOR       TO CS-OPERADOR
            MOVE WS-CURRENT-DATE(1:8) TO CS-DT-REGISTRO
            IF WS-JA-EXISTE = 'S'
               REWRITE REG-CFP001U9
               END-REWRITE
            ELSE
               WRITE REG-CFP001U9
               END-WRITE
            END-IF
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001U9'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P160-EXIT.
            EXIT.

      * >>> SO A SITUACAO FINAL MUDA: APROVAR LEVA A 'C'; MANTER
      * >>> SOBRE APROVACAO ANTERIOR DO CONSELHO VOLTA A CALCULADA
       P180-ATUALIZA-NOTA.
            MOVE NT-SITUACAO TO WS-SIT-NOVA
            IF WS-DECISAO = 'A'
               MOVE 'C' TO WS-SIT-NOVA
            ELSE
               IF NOTA-APROV-CONSELHO
                  MOVE WS-SIT-CALCULADA TO WS-SIT-NOVA
               END-IF
            END-IF
            IF WS-SIT-NOVA = NT-SITUACAO
               GO TO P180-EXIT
            END-IF

            MOVE REG-CFP001S3 TO WS-JR-ANTES
            MOVE WS-SIT-NOVA  TO NT-SITUACAO
            REWRITE REG-CFP001S3
            END-REWRITE
            IF WS-FS-NOT NOT = 00
               MOVE WS-FS-NOT                        TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001S3'   TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            MOVE REG-CFP001S3 TO WS-JR-DEPOIS
            MOVE 'NOTAS   '   TO WS-JR-ARQUIVO
            MOVE 'R'          TO WS-JR-OPERACAO
            CALL 'JORNMAST' USING WS-JORNAL-AREA
            IF WS-JR-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO JORNMAST: ' WS-JR-MENSAGEM
            END-IF.
       P180-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001S1
            CLOSE CFP001S2
            CLOSE CFP001S3
            CLOSE CFP001U9
            IF WS-FS-CON NOT = 00 THEN
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U9'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADCONSE'
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
            MOVE 'CADCONSE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADCONSE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE DELIBERACOES REGISTRADAS: ' WS-RW-CON
            DISPLAY '--------------------------------------'
            MOVE 'CADCONSE' TO WS-LG-PROGRAMA
            MOVE 'DELIB CONSELHO' TO WS-LG-CONTADOR
            MOVE WS-RW-CON TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADCONSE.
