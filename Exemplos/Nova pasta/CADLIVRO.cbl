      ******************************************************************
      * Author: EMERSON S MOTTA
      * Date: 15-10-2026
      * Purpose: BIBLIOTECA ESCOLAR - MANUTENCAO DO CATALOGO DE LIVROS
      *          LIVROS.DAT (CFP001U5). OPERACOES:
      *            - INCLUIR/ALTERAR LIVRO: TITULO, AUTOR, EDITORA,
      *              ISBN E QUANTIDADE DE EXEMPLARES (NUNCA ABAIXO DOS
      *              EXEMPLARES EMPRESTADOS NO MOMENTO);
      *            - LISTAR O CATALOGO COM OS EXEMPLARES DISPONIVEIS;
      *            - INATIVAR/REATIVAR LIVRO (DESCARTE OU PERDA).
      *          OS EMPRESTIMOS E DEVOLUCOES SAO FEITOS PELO EMPLIVRO
      *          E A LISTA DIARIA DE ATRASOS PELO RELATRAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLIVRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. COPY DECPOINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP001U5 ASSIGN TO "C:/ARQUIVOS/LIVROS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LV-CD-LIVRO
                  FILE STATUS  IS WS-FS-LIV
                  LOCK MODE    IS AUTOMATIC.
       DATA DIVISION.
       FILE SECTION.
       FD  CFP001U5.
           COPY REGLIVRO.
       WORKING-STORAGE SECTION.
       01  WS-VAR.
           03 WS-FS-LIV          PIC 9(02) VALUE ZEROS.
           03 WS-MSG1            PIC 9(02) VALUE ZEROS.
           03 WS-MSG2            PIC X(35) VALUE SPACES.
           03 WS-FLAG            PIC X(01) VALUE 'S'.
           03 WS-OPCAO           PIC X(01) VALUE SPACES.
           03 WS-ACHOU           PIC X(01) VALUE 'N'.
           03 WS-EXISTE          PIC X(01) VALUE 'N'.
           03 WS-CONFIRMA        PIC X(01) VALUE SPACES.
           03 WS-FIM-LISTA       PIC X(01) VALUE 'N'.
           03 WS-CD-LIVRO        PIC 9(05) VALUE ZEROS.
           03 WS-QT-EXEMPLARES   PIC 9(03) VALUE ZEROS.
           03 WS-DISPONIVEIS     PIC 9(03) VALUE ZEROS.
           03 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
           03 WS-DT-HOJE         PIC 9(08) VALUE ZEROS.
           03 WS-R-LIVROS        PIC 9(04) VALUE ZEROS.
           03 WS-R-LISTADOS      PIC 9(04) VALUE ZEROS.

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
            DISPLAY LK-AREA
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'SESSOPER' USING WS-SESSAO-AREA
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE(1:8)  TO WS-DT-HOJE
            PERFORM P050-ABRIR
            PERFORM P100-MENU THRU P100-EXIT
            PERFORM P700-FECHAR
            PERFORM P999-FIM.
       P000-EXIT.
            EXIT.

       S050 SECTION.
       P050-ABRIR.
            OPEN I-O CFP001U5
            IF WS-FS-LIV = 35 THEN
               OPEN OUTPUT CFP001U5
               CLOSE CFP001U5
               OPEN I-O CFP001U5
            END-IF
            IF WS-FS-LIV NOT = 00
               MOVE WS-FS-LIV                           TO WS-MSG1
               MOVE 'ERRO ABERTURA DO ARQUIVO CFP001U5' TO WS-MSG2
            PERFORM P800-ERRO THRU P999-EXIT
            END-IF.
       P050-EXIT.
            EXIT.

       S100 SECTION.
       P100-MENU.
            PERFORM UNTIL WS-FLAG = 'N'
               DISPLAY '-------------------------------------'
               DISPLAY '   BIBLIOTECA - CATALOGO DE LIVROS'
               DISPLAY '-------------------------------------'
               DISPLAY ' <1> - INCLUIR/ALTERAR LIVRO'
               DISPLAY ' <2> - LISTAR CATALOGO'
               DISPLAY ' <3> - INATIVAR/REATIVAR LIVRO'
               DISPLAY '-------------------------------------'
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN '1'
                     PERFORM P200-LIVRO THRU P200-EXIT
                   WHEN '2'
                     PERFORM P400-LISTAR THRU P400-EXIT
                   WHEN '3'
                     PERFORM P500-SITUACAO THRU P500-EXIT
                   WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA!'
               END-EVALUATE

               DISPLAY 'DESEJA REALIZAR OUTRA OPERACAO, (S)SIM (N)NAO'
               ACCEPT WS-FLAG
            END-PERFORM.
       P100-EXIT.
            EXIT.

      * >>> LOCALIZA O LIVRO DIGITADO (WS-ACHOU = 'S' SE EXISTE)
       P150-LOCALIZA.
            MOVE 'N' TO WS-ACHOU
            DISPLAY 'DIGITE O CODIGO DO LIVRO (5 DIGITOS): '
            ACCEPT WS-CD-LIVRO
            PERFORM UNTIL WS-CD-LIVRO IS NUMERIC
                          AND WS-CD-LIVRO > ZEROS
               DISPLAY 'CODIGO INVALIDO! DIGITE 5 DIGITOS: '
               ACCEPT WS-CD-LIVRO
            END-PERFORM
            MOVE WS-CD-LIVRO TO LV-CD-LIVRO
            READ CFP001U5
                 KEY IS LV-CD-LIVRO
                 INVALID KEY
                      GO TO P150-EXIT
            END-READ
            MOVE 'S' TO WS-ACHOU
            PERFORM P160-MOSTRA THRU P160-EXIT.
       P150-EXIT.
            EXIT.

       P160-MOSTRA.
            COMPUTE WS-DISPONIVEIS = LV-QT-EXEMPLARES
                                   - LV-QT-EMPRESTADOS
            DISPLAY 'LIVRO......: ' LV-CD-LIVRO ' ' LV-TITULO
                    '  SITUACAO: ' LV-ST-LIVRO
            DISPLAY 'AUTOR......: ' LV-AUTOR
                    '  EDITORA: ' LV-EDITORA
                    '  ISBN: ' LV-ISBN
            DISPLAY 'EXEMPLARES.: ' LV-QT-EXEMPLARES
                    '  EMPRESTADOS: ' LV-QT-EMPRESTADOS
                    '  DISPONIVEIS: ' WS-DISPONIVEIS.
       P160-EXIT.
            EXIT.

       S200 SECTION.
       P200-LIVRO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            MOVE WS-ACHOU TO WS-EXISTE
            IF WS-EXISTE = 'N'
               DISPLAY 'LIVRO NOVO - INFORME OS DADOS'
               INITIALIZE REG-CFP001U5
               MOVE WS-CD-LIVRO TO LV-CD-LIVRO
               MOVE WS-DT-HOJE  TO LV-DT-CADASTRO
               SET LIVRO-ATIVO  TO TRUE
            END-IF

            DISPLAY 'TITULO (ATE 30 POSICOES): '
            ACCEPT LV-TITULO
            PERFORM UNTIL LV-TITULO NOT = SPACES
               DISPLAY 'TITULO OBRIGATORIO: '
               ACCEPT LV-TITULO
            END-PERFORM

            DISPLAY 'AUTOR (ATE 20 POSICOES): '
            MOVE SPACES TO LV-AUTOR
            ACCEPT LV-AUTOR

            DISPLAY 'EDITORA (ATE 15 POSICOES): '
            MOVE SPACES TO LV-EDITORA
            ACCEPT LV-EDITORA

            DISPLAY 'ISBN (ATE 13 POSICOES): '
            MOVE SPACES TO LV-ISBN
            ACCEPT LV-ISBN

      * >>> OS EXEMPLARES NAO PODEM FICAR ABAIXO DOS JA EMPRESTADOS
            DISPLAY 'QUANTIDADE DE EXEMPLARES: '
            ACCEPT WS-QT-EXEMPLARES
            PERFORM UNTIL WS-QT-EXEMPLARES IS NUMERIC
                          AND WS-QT-EXEMPLARES > ZEROS
                          AND WS-QT-EXEMPLARES NOT LESS
                              LV-QT-EMPRESTADOS
               DISPLAY 'QUANTIDADE INVALIDA! MAIOR QUE ZERO E NAO'
                       ' MENOR QUE OS EMPRESTADOS ('
                       LV-QT-EMPRESTADOS '): '
               ACCEPT WS-QT-EXEMPLARES
            END-PERFORM
            MOVE WS-QT-EXEMPLARES TO LV-QT-EXEMPLARES
            MOVE WS-SS-OPERADOR   TO LV-OPERADOR

            IF WS-EXISTE = 'S'
               REWRITE REG-CFP001U5
               END-REWRITE
            ELSE
               WRITE REG-CFP001U5
               END-WRITE
            END-IF
            IF WS-FS-LIV NOT = 00 THEN
               MOVE WS-FS-LIV                           TO WS-MSG1
               MOVE 'ERRO GRAVACAO DO ARQUIVO CFP001U5' TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            ADD 1 TO WS-R-LIVROS
            DISPLAY 'LIVRO GRAVADO!'.
       P200-EXIT.
            EXIT.

       S400 SECTION.
       P400-LISTAR.
            MOVE ZEROS  TO WS-R-LISTADOS
            MOVE ZEROS  TO LV-CD-LIVRO
            MOVE 'N'    TO WS-FIM-LISTA
            START CFP001U5 KEY IS NOT LESS LV-CD-LIVRO
                  INVALID KEY
                       MOVE 'S' TO WS-FIM-LISTA
            END-START
            PERFORM P410-LISTAR-UM THRU P410-EXIT
                    UNTIL WS-FIM-LISTA = 'S'
            DISPLAY 'LIVROS LISTADOS: ' WS-R-LISTADOS.
       P400-EXIT.
            EXIT.

       P410-LISTAR-UM.
            READ CFP001U5 NEXT RECORD
                 AT END
                      MOVE 'S' TO WS-FIM-LISTA
                      GO TO P410-EXIT
            END-READ
            COMPUTE WS-DISPONIVEIS = LV-QT-EXEMPLARES
                                   - LV-QT-EMPRESTADOS
            ADD 1 TO WS-R-LISTADOS
            DISPLAY LV-CD-LIVRO ' ' LV-TITULO ' ' LV-AUTOR
                    ' ' LV-ST-LIVRO ' EXEMPL ' LV-QT-EXEMPLARES
                    ' DISP ' WS-DISPONIVEIS.
       P410-EXIT.
            EXIT.

      * >>> INATIVAR NAO MEXE NOS EMPRESTIMOS EM ABERTO - APENAS
      * >>> IMPEDE NOVAS RETIRADAS NO EMPLIVRO
       S500 SECTION.
       P500-SITUACAO.
            PERFORM P150-LOCALIZA THRU P150-EXIT
            IF WS-ACHOU = 'N'
               DISPLAY 'LIVRO NAO CADASTRADO!'
               GO TO P500-EXIT
            END-IF
            IF LIVRO-ATIVO
               DISPLAY 'CONFIRMA INATIVACAO DO LIVRO, (S)SIM (N)NAO'
            ELSE
               DISPLAY 'CONFIRMA REATIVACAO DO LIVRO, (S)SIM (N)NAO'
            END-IF
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
               GO TO P500-EXIT
            END-IF
            IF LIVRO-ATIVO
               SET LIVRO-INATIVO TO TRUE
            ELSE
               SET LIVRO-ATIVO   TO TRUE
            END-IF
            MOVE WS-SS-OPERADOR TO LV-OPERADOR
            REWRITE REG-CFP001U5
            END-REWRITE
            IF WS-FS-LIV NOT = 00 THEN
               MOVE WS-FS-LIV                           TO WS-MSG1
               MOVE 'ERRO ATUALIZACAO DO CFP001U5'      TO WS-MSG2
               PERFORM P800-ERRO THRU P999-EXIT
            END-IF
            DISPLAY 'SITUACAO DO LIVRO ATUALIZADA: ' LV-ST-LIVRO.
       P500-EXIT.
            EXIT.

       S700 SECTION.
       P700-FECHAR.
            CLOSE CFP001U5
            IF WS-FS-LIV NOT = 00 THEN
               MOVE WS-FS-LIV                           TO WS-MSG1
               MOVE 'ERRO FECHAR O ARQUIVO CFP001U5'    TO WS-MSG2
            PERFORM P800-ERRO THRU P800-EXIT
            END-IF.
       P700-EXIT.
            EXIT.

       S800 SECTION.
       P800-ERRO.
            DISPLAY '**********************************'
            DISPLAY '     ERRO PROGRAMA CADLIVRO'
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
            MOVE 'CADLIVRO' TO WS-EL-PROGRAMA
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
            DISPLAY '>>>> PROGRAMA CADLIVRO FINALIZADO <<<<'
            DISPLAY '--------------------------------------'
            DISPLAY ' LIVROS GRAVADOS....: ' WS-R-LIVROS
            DISPLAY '--------------------------------------'
            MOVE 'CADLIVRO' TO WS-LG-PROGRAMA
            MOVE 'LIVROS GRAVADOS' TO WS-LG-CONTADOR
            MOVE WS-R-LIVROS TO WS-LG-QUANTIDADE
            CALL 'TOTDIARI' USING WS-LEDGER-AREA
            IF WS-LG-MENSAGEM NOT = SPACES
               DISPLAY 'AVISO TOTDIARI: ' WS-LG-MENSAGEM
            END-IF
            GOBACK.
       P999-EXIT.
            EXIT.
       END PROGRAM CADLIVRO.
