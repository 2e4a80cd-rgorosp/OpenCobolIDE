      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: ATA DO CONSELHO DE CLASSE POR TURMA - LISTA AS
      *          DELIBERACOES GRAVADAS PELO CADCONSE NO CONSELHO.DAT
      *          (CFP001U9), PELA CHAVE ALTERNATIVA DE TURMA: A CADA
      *          REUNIAO (DATA E MEMBROS PRESENTES) UM CABECALHO DE
      *          ATA, E PARA CADA ALUNO/OFERTA A MEDIA FINAL, A
      *          SITUACAO CALCULADA, A DECISAO DO CONSELHO E O MOTIVO.
      *          RODA PARA UMA TURMA (INFORMADA) OU TODAS (EM BRANCO),
      *          DE UM ANO LETIVO OU DE TODOS (ANO ZERO). SAIDA COM
      *          TIMESTAMP E REGISTRO NO CATALOGO (RELCATAL)
      * Update: 15-10-26 - CONFERENCIA DO SELO DE LAYOUT DOS MESTRES
      *         (CHKLAYOU) ANTES DA ABERTURA: VERSAO OU TAMANHO DE
      *         REGISTRO DIVERGENTE ENCERRA COM CODIGO 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONSE.
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
           SELECT CFP001U9 ASSIGN TO "C:/ARQUIVOS/CONSELHO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CS-CHAVE
                  ALTERNATE RECORD KEY IS CS-TURMA WITH DUPLICATES
                  FILE STATUS  IS WS-FS-CON.
           SELECT REL-ATA ASSIGN TO WS-ARQ-SAIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001S1.
           COPY REGALUNO.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001U9.
           COPY REGCONSE.
       FD  REL-ATA.
       01  REL-LINHA             PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-ALU          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CON          PIC 9(02) VALUE ZEROS.
           03 WS-FS-REL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-TURMA-PEDIDA    PIC X(05) VALUE SPACES.
           03 WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
           03 WS-FIM-CONSELHO    PIC X(01) VALUE 'N'.

      * >>> QUEBRAS: TURMA E REUNIAO (DATA + MEMBROS PRESENTES)
       01  WS-QUEBRA.
           03 WS-TURMA-ANT       PIC X(05) VALUE SPACES.
           03 WS-DT-ANT          PIC 9(08) VALUE ZEROS.
           03 WS-MEMBROS-ANT     PIC X(80) VALUE SPACES.
           03 WS-PRIMEIRA        PIC X(01) VALUE 'S'.

       77  WS-R-TURMAS           PIC 9(03) VALUE ZEROS.
       77  WS-R-DELIBERACOES     PIC 9(05) VALUE ZEROS.
       77  WS-R-APROVADOS        PIC 9(05) VALUE ZEROS.
       77  WS-R-MANTIDOS         PIC 9(05) VALUE ZEROS.
       77  WS-APR-TURMA          PIC 9(05) VALUE ZEROS.
       77  WS-MAN-TURMA          PIC 9(05) VALUE ZEROS.

       01  WS-EDICAO.
           03 WS-ED-MEDIA        PIC Z9,99.
           03 WS-ED-APROVACAO    PIC Z9,99.
           03 WS-ED-DECISAO      PIC X(12) VALUE SPACES.

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
            DISPLAY 'PROGRAMA RELCONSE - INICIADO'
            PERFORM P020-PARAMETROS THRU P020-EXIT
            PERFORM P050-ABRIR
            PERFORM P100-DELIBERACOES THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'RELCONSE' TO WS-LY-PROGRAMA
            MOVE 'ALUNOS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-ALUNOS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S1 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            MOVE 'MATERIAS' TO WS-LY-ARQUIVO
            MOVE WS-LY-V-MATERIAS TO WS-LY-VERSAO
            MOVE LENGTH OF REG-CFP001S2 TO WS-LY-TAMANHO
            CALL 'CHKLAYOU' USING WS-LY-AREA
            IF LY-RECUSADO
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
       P005-EXIT.
            EXIT.

       S020 SECTION.
       P020-PARAMETROS.
            DISPLAY 'TURMA (EM BRANCO = TODAS): '
            ACCEPT WS-TURMA-PEDIDA
            DISPLAY 'ANO LETIVO (AAAA, ZERO = TODOS): '
            ACCEPT WS-ANO-PEDIDO.
       P020-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-GERACAO
            MOVE WS-DATA-GERACAO(1:14) TO WS-TIMESTAMP
            MOVE SPACES TO WS-ARQ-SAIDA
            STRING 'C:/ARQUIVOS/ATACONS_' WS-TIMESTAMP '.REL'
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA

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
            OPEN INPUT CFP001U9
            IF WS-FS-CON = 35
               DISPLAY 'NENHUMA DELIBERACAO DE CONSELHO REGISTRADA!'
               CLOSE CFP001S1
               CLOSE CFP001S2
               STOP RUN
            END-IF
            IF WS-FS-CON NOT = 00
               MOVE WS-FS-CON                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            OPEN OUTPUT REL-ATA
            IF WS-FS-REL NOT = 00
               MOVE WS-FS-REL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO REL-ATA'          TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> POSICIONA NA CHAVE ALTERNATIVA DE TURMA (A PEDIDA OU A
      * >>> PRIMEIRA) E LE EM SEQUENCIA ATE MUDAR DE TURMA OU ACABAR
       S100 SECTION.
       P100-DELIBERACOES.
            MOVE 'N' TO WS-FIM-CONSELHO
            IF WS-TURMA-PEDIDA = SPACES
               MOVE LOW-VALUES      TO CS-TURMA
            ELSE
               MOVE WS-TURMA-PEDIDA TO CS-TURMA
            END-IF
            START CFP001U9 KEY IS NOT LESS CS-TURMA
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-CONSELHO
            END-START
            PERFORM P150-UMA-DELIBERACAO THRU P150-EXIT
                    UNTIL WS-FIM-CONSELHO = 'S'
            IF WS-PRIMEIRA = 'N'
               PERFORM P300-TOTAL-TURMA THRU P300-EXIT
            ELSE
               MOVE SPACES TO REL-LINHA
               STRING 'NENHUMA DELIBERACAO PARA A SELECAO'
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
            END-IF.
       P100-EXIT.
            EXIT.

       P150-UMA-DELIBERACAO.
            READ CFP001U9 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-CONSELHO
                      GO TO P150-EXIT
            END-READ
            IF WS-TURMA-PEDIDA NOT = SPACES
               AND CS-TURMA NOT = WS-TURMA-PEDIDA
               MOVE 'S' TO WS-FIM-CONSELHO
               GO TO P150-EXIT
            END-IF
            IF WS-ANO-PEDIDO NOT = ZEROS
               AND CS-AN-MATERIA NOT = WS-ANO-PEDIDO
               GO TO P150-EXIT
            END-IF

            IF WS-PRIMEIRA = 'S' OR CS-TURMA NOT = WS-TURMA-ANT
               IF WS-PRIMEIRA = 'N'
                  PERFORM P300-TOTAL-TURMA THRU P300-EXIT
               END-IF
               PERFORM P200-CABECALHO-TURMA THRU P200-EXIT
            END-IF
            IF CS-DT-CONSELHO NOT = WS-DT-ANT
               OR CS-MEMBROS NOT = WS-MEMBROS-ANT
               PERFORM P220-CABECALHO-REUNIAO THRU P220-EXIT
            END-IF
            PERFORM P250-LINHA-DELIBERACAO THRU P250-EXIT.
       P150-EXIT.
            EXIT.

       S200 SECTION.
       P200-CABECALHO-TURMA.
            MOVE 'N'      TO WS-PRIMEIRA
            MOVE CS-TURMA TO WS-TURMA-ANT
            MOVE ZEROS    TO WS-DT-ANT
            MOVE SPACES   TO WS-MEMBROS-ANT
            MOVE ZEROS    TO WS-APR-TURMA
            MOVE ZEROS    TO WS-MAN-TURMA
            ADD 1 TO WS-R-TURMAS
            MOVE SPACES TO REL-LINHA
            STRING 'ATA DO CONSELHO DE CLASSE - TURMA ' CS-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA.
       P200-EXIT.
            EXIT.

      * >>> CADA REUNIAO ABRE COM A DATA E OS MEMBROS PRESENTES
       P220-CABECALHO-REUNIAO.
            MOVE CS-DT-CONSELHO TO WS-DT-ANT
            MOVE CS-MEMBROS     TO WS-MEMBROS-ANT
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'REUNIAO DE ' CS-DT-CONSELHO(7:2) '/'
                   CS-DT-CONSELHO(5:2) '/' CS-DT-CONSELHO(1:4)
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'MEMBROS PRESENTES: ' CS-MEMBROS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'ALUNO                      MATERIA'
                   '                        MEDIA  APROV SIT'
                   ' DECISAO'
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA.
       P220-EXIT.
            EXIT.

      * >>> UMA DELIBERACAO: ALUNO, OFERTA, MEDIA, SITUACAO CALCULADA,
      * >>> DECISAO E, NA LINHA DE BAIXO, O MOTIVO
       P250-LINHA-DELIBERACAO.
            MOVE CS-ID-ALUNO TO ID-ALUNO
            READ CFP001S1
                 KEY IS ID-ALUNO
                 INVALID KEY
                      MOVE 'ALUNO DESCONHECIDO' TO NM-ALUNO
            END-READ
            MOVE CS-CHAVE-MATERIA TO CHAVE-MATERIA
            READ CFP001S2
                 KEY IS CHAVE-MATERIA
                 INVALID KEY
                      MOVE 'MATERIA DESCONHECIDA' TO NM-MATERIA
            END-READ

            ADD 1 TO WS-R-DELIBERACOES
            IF CONSELHO-APROVA
               MOVE 'APROVADO'   TO WS-ED-DECISAO
               ADD 1 TO WS-R-APROVADOS
               ADD 1 TO WS-APR-TURMA
            ELSE
               MOVE 'MANTIDO'    TO WS-ED-DECISAO
               ADD 1 TO WS-R-MANTIDOS
               ADD 1 TO WS-MAN-TURMA
            END-IF
            MOVE CS-MEDIA-FINAL  TO WS-ED-MEDIA
            MOVE CS-NT-APROVACAO TO WS-ED-APROVACAO

            MOVE SPACES TO REL-LINHA
            STRING CS-ID-ALUNO ' ' NM-ALUNO ' '
                   CS-ID-MATERIA ' ' NM-MATERIA ' '
                   CS-AN-MATERIA '/' CS-TR-MATERIA ' '
                   WS-ED-MEDIA '  ' WS-ED-APROVACAO '  '
                   CS-SIT-CALCULADA '  ' WS-ED-DECISAO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING '      MOTIVO: ' CS-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA.
       P250-EXIT.
            EXIT.

       S300 SECTION.
       P300-TOTAL-TURMA.
            MOVE ALL '-' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMA ' WS-TURMA-ANT
                   ' - APROVADOS PELO CONSELHO: ' WS-APR-TURMA
                   '  RESULTADO MANTIDO: ' WS-MAN-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            WRITE REL-LINHA.
       P300-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            MOVE ALL '=' TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-LINHA
            STRING 'TURMAS......: ' WS-R-TURMAS
                   '  DELIBERACOES: ' WS-R-DELIBERACOES
                   '  APROVADOS: ' WS-R-APROVADOS
                   '  MANTIDOS: ' WS-R-MANTIDOS
                   DELIMITED BY SIZE INTO REL-LINHA
            WRITE REL-LINHA

            CLOSE CFP001S1
            CLOSE CFP001S2
            CLOSE CFP001U9
            CLOSE REL-ATA

            MOVE 'RELCONSE'        TO WS-CAT-RELATORIO
            MOVE WS-R-DELIBERACOES TO WS-CAT-QTD-LINHAS
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
            DISPLAY '     ERRO PROGRAMA RELCONSE'
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
            MOVE 'RELCONSE' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA RELCONSE FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' TURMAS NA ATA..............: ' WS-R-TURMAS
            DISPLAY ' DELIBERACOES LISTADAS......: ' WS-R-DELIBERACOES
            DISPLAY ' APROVADOS PELO CONSELHO....: ' WS-R-APROVADOS
            DISPLAY ' RESULTADO MANTIDO..........: ' WS-R-MANTIDOS
            DISPLAY ' RELATORIO GERADO EM........: ' WS-ARQ-SAIDA
            DISPLAY '--------------------------------------'
            STOP RUN.
       P999-EXIT.
            EXIT.
       END PROGRAM RELCONSE.
