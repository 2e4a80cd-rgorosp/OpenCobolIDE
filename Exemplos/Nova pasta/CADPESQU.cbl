      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: PESQUISA DE AVALIACAO DAS OFERTAS PELOS ALUNOS, FEITA
      *          NO FIM DO TERMO - O RELAPROV SO MEDE O PROFESSOR PELA
      *          APROVACAO DOS ALUNOS; A COORDENACAO PEDAGOGICA QUER
      *          TAMBEM A AVALIACAO DOS PROPRIOS ALUNOS.
      *          OPCAO 1 - CADASTRA OU ALTERA AS QUESTOES DO TERMO
      *          (PESQUISA.DAT, ATE 20 QUESTOES, NOTA DE 1 A 5); O
      *          ANO/TERMO PRECISA EXISTIR NO CALENDARIO (CFP001SC).
      *          OPCAO 2 - LISTA AS QUESTOES DE UM TERMO.
      *          OPCAO 3 - DIGITACAO DAS FOLHAS DE RESPOSTA DE UMA
      *          OFERTA: O ID DO ALUNO SO SERVE PARA CONFERIR A
      *          MATRICULA ATIVA E A RESPOSTA UNICA - A GRAVACAO E DO
      *          GRVPESQU, QUE NAO GUARDA O ALUNO JUNTO DAS NOTAS.
      *          A CARGA EM LOTE DAS FOLHAS E O IMPPESQU; AS MEDIAS
      *          POR OFERTA E POR PROFESSOR SAO DO RELPESQU
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPESQU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001W9 ASSIGN TO "C:/ARQUIVOS/PESQUISA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS QS-CHAVE
                  FILE STATUS  IS WS-FS-PES
                  LOCK MODE    IS AUTOMATIC.
           SELECT CFP001S2 ASSIGN TO "C:/ARQUIVOS/MATERIAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CHAVE-MATERIA
                  FILE STATUS  IS WS-FS-MAT.
           SELECT CFP001SC ASSIGN TO "C:/ARQUIVOS/CALENDAR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001W9.
           COPY REGPESQU.
       FD  CFP001S2.
           COPY REGMATER.
       FD  CFP001SC.
           COPY REGCALEN.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-PES          PIC 9(02) VALUE ZEROS.
           03 WS-FS-MAT          PIC 9(02) VALUE ZEROS.
           03 WS-FS-CAL          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-CONFIRMA        PIC X(01) VALUE 'N'.
           03 WS-JA-EXISTE       PIC X(01) VALUE 'N'.
           03 WS-FIM-LEITURA     PIC X(01) VALUE 'N'.
           03 WS-IX              PIC 9(02) VALUE ZEROS.
           03 WS-QT-QUESTOES     PIC 9(02) VALUE ZEROS.
           03 WS-RW-QUESTOES     PIC 9(05) VALUE ZEROS.
           03 WS-RW-FOLHAS       PIC 9(05) VALUE ZEROS.
           03 WS-RW-RECUSADAS    PIC 9(05) VALUE ZEROS.

      * >>> TERMO E QUESTAO EM MANUTENCAO
       01  WS-QUESTAO.
           03 WS-ANO             PIC 9(04) VALUE ZEROS.
           03 WS-TERMO           PIC 9(01) VALUE ZEROS.
           03 WS-NR-QUESTAO      PIC 9(02) VALUE ZEROS.
           03 WS-TEXTO           PIC X(50) VALUE SPACES.
           03 WS-ST-QUESTAO      PIC X(01) VALUE SPACES.
              88 WS-ST-VALIDO    VALUE 'A' 'I'.

      * >>> OFERTA DAS FOLHAS EM DIGITACAO
       01  WS-OFERTA.
           03 WS-ID-MATERIA      PIC 999   VALUE ZEROS.
           03 WS-AN-MATERIA      PIC 9(04) VALUE ZEROS.
           03 WS-TR-MATERIA      PIC 9(01) VALUE ZEROS.
           03 WS-ID-ALUNO        PIC 9(05) VALUE ZEROS.
           03 WS-NOTA            PIC 9(01) VALUE ZEROS.

      * >>> QUESTOES ATIVAS DO TERMO DA OFERTA, MOSTRADAS NA DIGITACAO
       01  WS-TAB-QUESTOES.
           03 WS-TQ OCCURS 20 TIMES.
              05 WS-TQ-NR        PIC 9(02).
              05 WS-TQ-TEXTO     PIC X(50).

      * AREA DE COMUNICACAO COM A GRAVACAO DA PESQUISA (GRVPESQU)
       01  WS-GRVPESQ-AREA.
           03 WS-GP-FUNCAO       PIC X(01) VALUE SPACES.
           03 WS-GP-ID-MATERIA   PIC 999   VALUE ZEROS.
           03 WS-GP-AN-MATERIA   PIC 9(04) VALUE ZEROS.
           03 WS-GP-TR-MATERIA   PIC 9(01) VALUE ZEROS.
           03 WS-GP-ID-ALUNO     PIC 9(05) VALUE ZEROS.
           03 WS-GP-ORIGEM       PIC X(01) VALUE SPACES.
           03 WS-GP-NOTAS.
              05 WS-GP-NOTA      PIC 9(01) OCCURS 20 TIMES.
           03 WS-GP-RETORNO      PIC X(01) VALUE SPACES.
           03 WS-GP-MENSAGEM     PIC X(40) VALUE SPACES.

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
            PERFORM P050-ABRIR
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY ' '
               DISPLAY '1 - CADASTRAR/ALTERAR QUESTAO DO TERMO'
               DISPLAY '2 - LISTAR QUESTOES DO TERMO'
               DISPLAY '3 - DIGITAR FOLHAS DE RESPOSTA DA OFERTA'
               DISPLAY 'DIGITE A OPCAO: '
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P100-QUESTAO THRU P100-EXIT
                   WHEN '2'
                     PERFORM P200-LISTAR THRU P200-EXIT
                   WHEN '3'
                     PERFORM P300-FOLHAS THRU P300-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE
               DISPLAY 'DESEJA OUTRA OPERACAO NA PESQUISA, (S)SIM'
                       ' (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

      * >>> CONFERE O SELO DE LAYOUT DOS MESTRES ANTES DE ABRI-LOS
       S005 SECTION.
       P005-CONFERE-LAYOUT.
            MOVE 'CADPESQU' TO WS-LY-PROGRAMA
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

       S050 SECTION.
       P050-ABRIR.
      * >>> PRIMEIRA QUESTAO: CRIA O PESQUISA.DAT
            OPEN I-O CFP001W9
            IF WS-FS-PES = 35 THEN
               OPEN OUTPUT CFP001W9
               CLOSE CFP001W9
               OPEN I-O CFP001W9
            END-IF
            IF WS-FS-PES NOT = 00
               MOVE WS-FS-PES                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001W9' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001S2
            IF WS-FS-MAT NOT = 00
               MOVE WS-FS-MAT                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001S2' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF

            OPEN INPUT CFP001SC
            IF WS-FS-CAL NOT = 00
               MOVE WS-FS-CAL                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001SC' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

      * >>> ANO/TERMO DIGITADO PRECISA EXISTIR NO CALENDARIO
       S080 SECTION.
       P080-TERMO.
            MOVE 'N' TO WS-CONFIRMA
            DISPLAY 'DIGITE O ANO DO TERMO (AAAA): '
            ACCEPT WS-ANO
            DISPLAY 'DIGITE O TERMO: '
            ACCEPT WS-TERMO
            MOVE WS-ANO   TO CL-ANO
            MOVE WS-TERMO TO CL-TERMO
            READ CFP001SC
                 KEY IS CL-CHAVE
                 INVALID KEY
                      DISPLAY 'ANO/TERMO FORA DO CALENDARIO!'
                      GO TO P080-EXIT
            END-READ
            MOVE 'S' TO WS-CONFIRMA.
       P080-EXIT.
            EXIT.

      * >>> INCLUI OU ALTERA UMA QUESTAO; QUESTAO INATIVA ('I') SAI DA
      * >>> DIGITACAO E DO RELATORIO SEM PERDER AS RESPOSTAS JA DADAS
       S100 SECTION.
       P100-QUESTAO.
            PERFORM P080-TERMO THRU P080-EXIT
            IF WS-CONFIRMA NOT = 'S'
               GO TO P100-EXIT
            END-IF
            DISPLAY 'DIGITE O NUMERO DA QUESTAO (01 A 20): '
            ACCEPT WS-NR-QUESTAO
            IF WS-NR-QUESTAO = ZEROS OR WS-NR-QUESTAO > 20
               DISPLAY 'NUMERO DA QUESTAO INVALIDO!'
               GO TO P100-EXIT
            END-IF

            MOVE WS-ANO        TO QS-ANO
            MOVE WS-TERMO      TO QS-TERMO
            MOVE WS-NR-QUESTAO TO QS-NR-QUESTAO
            MOVE 'N' TO WS-JA-EXISTE
            READ CFP001W9
                 KEY IS QS-CHAVE
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 'S' TO WS-JA-EXISTE
                      DISPLAY 'QUESTAO ATUAL: ' QS-TEXTO
                      DISPLAY 'SITUACAO.....: ' QS-ST-QUESTAO
            END-READ

            DISPLAY 'DIGITE O TEXTO DA QUESTAO (ATE 50 POSICOES): '
            MOVE SPACES TO WS-TEXTO
            ACCEPT WS-TEXTO
            PERFORM UNTIL WS-TEXTO NOT = SPACES
               DISPLAY 'TEXTO E OBRIGATORIO! DIGITE: '
               ACCEPT WS-TEXTO
            END-PERFORM
            DISPLAY 'SITUACAO, (A)ATIVA (I)INATIVA: '
            MOVE SPACES TO WS-ST-QUESTAO
            ACCEPT WS-ST-QUESTAO
            PERFORM UNTIL WS-ST-VALIDO
               DISPLAY 'SITUACAO INVALIDA! DIGITE A OU I: '
               ACCEPT WS-ST-QUESTAO
            END-PERFORM

            DISPLAY 'CONFIRMA A QUESTAO, (S)SIM (N)NAO?'
            MOVE 'N' TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'QUESTAO ABANDONADA'
               GO TO P100-EXIT
            END-IF

            MOVE WS-ANO        TO QS-ANO
            MOVE WS-TERMO      TO QS-TERMO
            MOVE WS-NR-QUESTAO TO QS-NR-QUESTAO
            MOVE WS-TEXTO      TO QS-TEXTO
            MOVE WS-ST-QUESTAO TO QS-ST-QUESTAO
            IF WS-JA-EXISTE = 'S'
               REWRITE REG-CFP001W9
               END-REWRITE
            ELSE
               WRITE REG-CFP001W9
               END-WRITE
            END-IF
            IF WS-FS-PES NOT = 00
               MOVE WS-FS-PES                        TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO CFP001W9'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-RW-QUESTOES
            DISPLAY 'QUESTAO GRAVADA'.
       P100-EXIT.
            EXIT.

      * >>> LISTA AS QUESTOES DO TERMO E GUARDA AS ATIVAS NA TABELA
      * >>> USADA PELA DIGITACAO DAS FOLHAS
       S200 SECTION.
       P200-LISTAR.
            IF WS-OPCAO = '2'
               PERFORM P080-TERMO THRU P080-EXIT
               IF WS-CONFIRMA NOT = 'S'
                  GO TO P200-EXIT
               END-IF
            END-IF
            MOVE ZEROS TO WS-QT-QUESTOES
            MOVE WS-ANO   TO QS-ANO
            MOVE WS-TERMO TO QS-TERMO
            MOVE ZEROS    TO QS-NR-QUESTAO
            START CFP001W9 KEY IS NOT LESS THAN QS-CHAVE
                  INVALID KEY
                       DISPLAY 'TERMO SEM QUESTOES CADASTRADAS!'
                       GO TO P200-EXIT
            END-START
            DISPLAY 'QUESTOES DO TERMO ' WS-ANO '/' WS-TERMO
            MOVE 'N' TO WS-FIM-LEITURA
            PERFORM UNTIL WS-FIM-LEITURA = 'S'
               READ CFP001W9 NEXT RECORD
                    AT END
                         MOVE 'S' TO WS-FIM-LEITURA
                    NOT AT END
                         IF QS-ANO NOT = WS-ANO
                            OR QS-TERMO NOT = WS-TERMO
                            MOVE 'S' TO WS-FIM-LEITURA
                         ELSE
                            PERFORM P210-UMA-QUESTAO THRU P210-EXIT
                         END-IF
               END-READ
            END-PERFORM
            IF WS-QT-QUESTOES = ZEROS
               DISPLAY 'TERMO SEM QUESTOES ATIVAS!'
            END-IF.
       P200-EXIT.
            EXIT.

       P210-UMA-QUESTAO.
            IF WS-OPCAO = '2'
               DISPLAY ' ' QS-NR-QUESTAO ' ' QS-ST-QUESTAO ' '
                       QS-TEXTO
            END-IF
            IF QUESTAO-ATIVA
               ADD 1 TO WS-QT-QUESTOES
               MOVE QS-NR-QUESTAO TO WS-TQ-NR(WS-QT-QUESTOES)
               MOVE QS-TEXTO      TO WS-TQ-TEXTO(WS-QT-QUESTOES)
            END-IF.
       P210-EXIT.
            EXIT.

      * >>> DIGITACAO DAS FOLHAS DE UMA OFERTA, UMA FOLHA POR VEZ
       S300 SECTION.
       P300-FOLHAS.
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
                      GO TO P300-EXIT
            END-READ
            DISPLAY 'MATERIA: ' NM-MATERIA

            MOVE WS-AN-MATERIA TO WS-ANO
            MOVE WS-TR-MATERIA TO WS-TERMO
            PERFORM P200-LISTAR THRU P200-EXIT
            IF WS-QT-QUESTOES = ZEROS
               GO TO P300-EXIT
            END-IF

            MOVE 'S' TO WS-CONFIRMA
            PERFORM UNTIL WS-CONFIRMA NOT = 'S'
               PERFORM P320-UMA-FOLHA THRU P320-EXIT
               DISPLAY 'DESEJA DIGITAR OUTRA FOLHA DA OFERTA, (S)SIM'
                       ' (N)NAO'
               ACCEPT WS-CONFIRMA
            END-PERFORM

            MOVE 'F' TO WS-GP-FUNCAO
            CALL 'GRVPESQU' USING WS-GRVPESQ-AREA.
       P300-EXIT.
            EXIT.

      * >>> O ALUNO SO E CONFERIDO; AS NOTAS SEGUEM SEM ELE
       P320-UMA-FOLHA.
            DISPLAY ' '
            DISPLAY 'DIGITE O ID DO ALUNO COM 5 DIGITOS: '
            ACCEPT WS-ID-ALUNO
            MOVE ZEROS TO WS-GP-NOTAS
            DISPLAY 'NOTA DE 1 A 5 PARA CADA QUESTAO, 0 = EM BRANCO'
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-QT-QUESTOES
               DISPLAY WS-TQ-NR(WS-IX) ' ' WS-TQ-TEXTO(WS-IX) ': '
               MOVE ZEROS TO WS-NOTA
               ACCEPT WS-NOTA
               PERFORM UNTIL WS-NOTA NOT > 5
                  DISPLAY 'NOTA INVALIDA! DIGITE DE 0 A 5: '
                  ACCEPT WS-NOTA
               END-PERFORM
               MOVE WS-NOTA TO WS-GP-NOTA(WS-TQ-NR(WS-IX))
            END-PERFORM

            MOVE 'G'           TO WS-GP-FUNCAO
            MOVE WS-ID-MATERIA TO WS-GP-ID-MATERIA
            MOVE WS-AN-MATERIA TO WS-GP-AN-MATERIA
            MOVE WS-TR-MATERIA TO WS-GP-TR-MATERIA
            MOVE WS-ID-ALUNO   TO WS-GP-ID-ALUNO
            MOVE 'F'           TO WS-GP-ORIGEM
            CALL 'GRVPESQU' USING WS-GRVPESQ-AREA
            MOVE ZEROS TO WS-ID-ALUNO WS-GP-ID-ALUNO
            EVALUATE WS-GP-RETORNO
                WHEN 'S'
                  ADD 1 TO WS-RW-FOLHAS
                  DISPLAY 'FOLHA GRAVADA'
                WHEN 'N'
                  ADD 1 TO WS-RW-RECUSADAS
                  DISPLAY 'FOLHA RECUSADA: ' WS-GP-MENSAGEM
                WHEN OTHER
                  MOVE 99                               TO WS-MSG1
                  MOVE WS-GP-MENSAGEM                   TO WS-MSG2
                  PERFORM P800-ERRO THRU P999-EXIT
            END-EVALUATE.
       P320-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001W9
            CLOSE CFP001S2
            CLOSE CFP001SC
            IF WS-FS-PES NOT = 00 THEN
               MOVE WS-FS-PES                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001W9'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADPESQU'
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
            MOVE 'CADPESQU' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADPESQU FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' QTDE QUESTOES GRAVADAS.: ' WS-RW-QUESTOES
            DISPLAY ' QTDE FOLHAS GRAVADAS...: ' WS-RW-FOLHAS
            DISPLAY ' QTDE FOLHAS RECUSADAS..: ' WS-RW-RECUSADAS
            DISPLAY '--------------------------------------'
            MOVE 'CADPESQU' TO WS-LG-PROGRAMA
            MOVE 'FOLHAS PESQUISA' TO WS-LG-CONTADOR
            MOVE WS-RW-FOLHAS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADPESQU.
