      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: CARGA DA RELACAO DE ALUNOS DA SECRETARIA ESTADUAL DE
      *          EDUCACAO - LE O ARQUIVO DE LARGURA FIXA ENVIADO PELA
      *          SECRETARIA (SEDUC.TXT, 80 POSICOES POR LINHA):
      *            001-012 RA (REGISTRO DO ALUNO NO ESTADO)
      *            013-023 CPF (ZEROS = SEM DOCUMENTO)
      *            024-058 NOME
      *            059-066 DATA DE NASCIMENTO (AAAAMMDD)
      *            067-071 TURMA/SERIE
      *            072-072 SITUACAO DA MATRICULA (A=ATIVA E=ENCERRADA)
      *            073-080 OUTRA ESCOLA ONDE O ESTADO REGISTRA
      *                    MATRICULA ATIVA DO ALUNO (BRANCOS = NENHUMA)
      *          E RECRIA O INDEXADO SEDUC.DAT (CHAVE RA, CHAVE
      *          ALTERNATIVA CPF), USADO PELA CONCILIACAO BALSEDUC.
      *          CADA RELACAO SUBSTITUI A ANTERIOR POR INTEIRO; LINHA
      *          SEM RA, COM DATA INVALIDA OU COM RA REPETIDO E
      *          REJEITADA SEM INTERROMPER A CARGA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPSEDUC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W2 ASSIGN TO "C:/ARQUIVOS/SEDUC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SE-RA
                  ALTERNATE RECORD KEY IS SE-CPF WITH DUPLICATES
                  FILE STATUS  IS WS-FS-SED.

           SELECT ARQ-SEDUC ASSIGN TO "C:/ARQUIVOS/SEDUC.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-TXT.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W2.
           COPY REGSEDUC.

       FD  ARQ-SEDUC.
       01  TXT-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-SED          PIC 9(02) VALUE ZEROS.
           03 WS-FS-TXT          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-R-LIDOS         PIC 9(05) VALUE ZEROS.
           03 WS-R-GRAVADOS      PIC 9(05) VALUE ZEROS.
           03 WS-R-REJEITADOS    PIC 9(05) VALUE ZEROS.
           03 WS-R-OUTRA-ESCOLA  PIC 9(05) VALUE ZEROS.

      * >>> LINHA DA RELACAO DA SECRETARIA, NO LAYOUT DE 80 POSICOES
       01  WS-TXT-SEDUC.
           03 WS-TX-RA           PIC X(12).
           03 WS-TX-CPF          PIC X(11).
           03 WS-TX-NOME         PIC X(35).
           03 WS-TX-DT-NASC      PIC X(08).
           03 WS-TX-TURMA        PIC X(05).
           03 WS-TX-SITUACAO     PIC X(01).
           03 WS-TX-OUTRA-ESCOLA PIC X(08).

       77  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.

      * AREA DE COMUNICACAO COM A SUBROTINA DE NORMALIZACAO DE NOMES
       01  WS-NORM-AREA.
           03 WS-NORM-NOME        PIC X(35) VALUE SPACES.
           03 WS-NORM-TAM         PIC 9(02) VALUE ZEROS.

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

       PROCEDURE DIVISION.
       S000 SECTION.
       P000-INICIO.
            DISPLAY 'PROGRAMA IMPSEDUC - INICIADO'
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM P050-ABRIR
            PERFORM P100-LE-E-GRAVA THRU P100-EXIT
                    UNTIL WS-FS-TXT = 10
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> A RELACAO DA SECRETARIA SUBSTITUI A CARGA ANTERIOR, POR
      * >>> ISSO O INDEXADO E SEMPRE RECRIADO
       S050 SECTION.
       P050-ABRIR.
            OPEN INPUT ARQ-SEDUC
            IF WS-FS-TXT NOT = 00
               MOVE WS-FS-TXT                       TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO SEDUC.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF

            OPEN OUTPUT CFP001W2
            IF WS-FS-SED NOT = 00
               MOVE WS-FS-SED                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W2' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> LE UMA LINHA DA RELACAO E GRAVA O ALUNO NO INDEXADO
       S100 SECTION.
       P100-LE-E-GRAVA.
            READ ARQ-SEDUC INTO WS-TXT-SEDUC
            IF WS-FS-TXT NOT EQUAL 00 AND 10 THEN
               MOVE WS-FS-TXT                      TO WS-MSG1
               MOVE 'ERRO LEITURA DO ARQUIVO SEDUC.TXT' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF
            IF WS-FS-TXT = 10
               GO TO P100-EXIT
            END-IF
            ADD 1 TO WS-R-LIDOS

            IF WS-TX-RA = SPACES
               OR WS-TX-NOME = SPACES
               OR WS-TX-DT-NASC IS NOT NUMERIC
               DISPLAY 'LINHA REJEITADA (DADOS INVALIDOS): ' TXT-LINHA
               ADD 1 TO WS-R-REJEITADOS
               GO TO P100-EXIT
            END-IF

            MOVE WS-TX-NOME    TO WS-NORM-NOME
            MOVE 35            TO WS-NORM-TAM
            CALL 'NORMNOME' USING WS-NORM-AREA

            MOVE WS-TX-RA           TO SE-RA
            IF WS-TX-CPF IS NUMERIC
               MOVE WS-TX-CPF       TO SE-CPF
            ELSE
               MOVE ZEROS           TO SE-CPF
            END-IF
            MOVE WS-NORM-NOME       TO SE-NOME
            MOVE WS-TX-DT-NASC      TO SE-DT-NASCIMENTO
            MOVE WS-TX-TURMA        TO SE-TURMA
            MOVE WS-TX-SITUACAO     TO SE-SITUACAO
            MOVE WS-TX-OUTRA-ESCOLA TO SE-OUTRA-ESCOLA
            MOVE WS-CURRENT-DATE(1:8) TO SE-DT-CARGA
            WRITE REG-CFP001W2
                  INVALID KEY
                       DISPLAY 'RA ' WS-TX-RA
                               ' REPETIDO NA RELACAO - REJEITADO'
                       ADD 1 TO WS-R-REJEITADOS
                  NOT INVALID KEY
                       ADD 1 TO WS-R-GRAVADOS
                       IF SE-OUTRA-ESCOLA NOT = SPACES
                          ADD 1 TO WS-R-OUTRA-ESCOLA
                       END-IF
            END-WRITE
            IF WS-FS-SED NOT = 00 AND WS-FS-SED NOT = 22 THEN
               MOVE WS-FS-SED                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001W2' TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P100-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE ARQ-SEDUC
            CLOSE CFP001W2
            IF WS-FS-SED NOT = 00 THEN
               MOVE WS-FS-SED                        TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W2'  TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA IMPSEDUC'
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
            MOVE 'IMPSEDUC' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA IMPSEDUC FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LINHAS LIDAS DA RELACAO....: ' WS-R-LIDOS
            DISPLAY ' ALUNOS CARREGADOS...........: ' WS-R-GRAVADOS
            DISPLAY ' LINHAS REJEITADAS...........: ' WS-R-REJEITADOS
            DISPLAY ' COM MATRICULA EM OUTRA ESC..: ' WS-R-OUTRA-ESCOLA
            DISPLAY '--------------------------------------'
            MOVE 'IMPSEDUC'        TO WS-LG-PROGRAMA
            MOVE 'RELACAO SEDUC  ' TO WS-LG-CONTADOR
            MOVE WS-R-GRAVADOS     TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM IMPSEDUC.
